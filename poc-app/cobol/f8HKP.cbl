      *                    T_UIS_TRACE_DETAIL TRAILS SWEPT NIGHTLY    *
      *  2026-09-02 UISAD  T_UIS_LOG_RESTORE ROWS PAST THEIR EXPIRY    *
      *                    DATE AGED BACK OUT                          *
      *  2026-10-15 UISAD  EXPIRED ASYNC SUBMIT-AND-POLL TICKETS SWEPT *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                                                        VALUE ZEROES.
           05  WS-TRACE-DTL-DELETED         PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ASYNC-DELETED             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      ******************************************************************
      *                                                                *
           PERFORM 7000-SWEEP-EXPIRED-TRACES
              THRU 7000-EXIT.

           PERFORM 7500-AGE-ASYNC-TICKETS
              THRU 7500-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           EXIT.
      *
      ******************************************************************
      *                   7500-AGE-ASYNC-TICKETS                       *
      * AN ASYNC SUBMIT-AND-POLL TICKET (T_UIS_ASYNC_TICKET) IS DEAD   *
      * ONCE ITS EXPIRY PASSES - F5748I00 WILL NOT ANSWER A POLL FOR   *
      * IT AND F5748ASW WILL NOT RUN IT - SO THE ROW, AND THE PARKED   *
      * REQUEST OR FINISHED REPLY IT CARRIES, GOES.                    *
      ******************************************************************
       7500-AGE-ASYNC-TICKETS.

           EXEC SQL
                DELETE FROM T_UIS_ASYNC_TICKET
                 WHERE ATK_EXPIRY_TS <= CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3)              TO WS-ASYNC-DELETED
           ELSE
               DISPLAY 'F5748HKP - ASYNC-TICKET DELETE FAILED '
                       'SQLCODE=' SQLCODE
           END-IF.
           .
       7500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
                    WS-TRACE-DTL-DELETED.
           DISPLAY 'F5748HKP - TRACE ARMS EXPIRED    : '
                    WS-TRACE-ARM-DELETED.
           DISPLAY 'F5748HKP - ASYNC TICKETS EXPIRED : '
                    WS-ASYNC-DELETED.
           .
       9000-EXIT.
           EXIT.
