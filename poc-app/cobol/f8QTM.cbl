      *                   COLS 19-27  MAX-CALLS-HR (RIGHT-JUSTIFIED,  *
      *                               ZERO-FILLED)                    *
      *                   COLS 28-35  REQUESTING USERID               *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED)       *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER        *
      *                               (REQUIRED DURING A CHANGE       *
      *                               FREEZE)                         *
      *                                                                *
      *                F5748CGT REFUSES A CARD WITHOUT A TICKET, OR   *
      *                ONE WITHOUT AN EMERGENCY CHANGE NUMBER WHILE A *
      *                T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE (RETURN *
      *                CODE 8), AND RECORDS EVERY REFUSED OR APPLIED  *
      *                CARD ON T_UIS_CHANGE_AUDIT. THE TICKET IS ALSO *
      *                STAMPED ON THE T_UIS_RACF_QUOTA_LOG ROW.       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_RACF_QUOTA (READ/INSERT/UPDATE/DELETE)    *
      *                T_UIS_RACF_QUOTA_LOG (INSERT)                   *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT AND          *
      *                    T_UIS_RACF_QUOTA_LOG                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748QTM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
           05  WS-MAINT-MAX-CALLS-N REDEFINES WS-MAINT-MAX-CALLS
                                            PIC 9(09).
           05  WS-MAINT-USERID              PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(65) VALUE SPACES.
           05  WS-MAINT-TICKET-NUM          PIC X(12) VALUE SPACES.
           05  WS-MAINT-EMERG-CHG-NUM       PIC X(12) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-CHANGE-APPLIED-SW         PIC X(01) VALUE 'N'.
               88  WS-CHANGE-WAS-APPLIED              VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

      ******************************************************************
      *                                                                *
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   GOBACK
               END-IF

               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

                              THRU 3300-EXIT
                   END-EVALUATE
               END-IF

               PERFORM 8500-LOG-CHANGE-CONTROL
                  THRU 8500-EXIT
           ELSE
               DISPLAY 'F5748QTM - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
                    ' RACFID=' WS-MAINT-RACF-ID
                    ' SRVFUNC=' WS-MAINT-SRV-FN-CD
                    ' MAXCALLS=' WS-MAINT-MAX-CALLS
                    ' USERID=' WS-MAINT-USERID
                    ' TICKET=' WS-MAINT-TICKET-NUM.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * EVERY ACTION IS A CHANGE. F5748CGT REFUSES THE CARD IF IT HAS  *
      * NO CHANGE TICKET, OR NO EMERGENCY CHANGE NUMBER DURING A       *
      * CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF.                 *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-MAINT-ACTION             TO CGT-ACTION.
           STRING WS-MAINT-RACF-ID '/' WS-MAINT-SRV-FN-CD
                  DELIMITED BY SIZE INTO CGT-OBJECT-KEY.
           MOVE WS-MAINT-USERID             TO CGT-CARD-USERID.
           MOVE WS-MAINT-TICKET-NUM         TO CGT-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748QTM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748QTM - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE ROW AS IT EXISTS TODAY SO THE BEFORE IMAGE CAN BE    *
      * WRITTEN TO THE CHANGE LOG NO MATTER WHAT ACTION IS TAKEN.      *
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               MOVE ZEROES                  TO QTL-OLD-MAX-CALLS-HR
               SET QTL-CHANGE-IS-ADD        TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   MOVE QTA-MAX-CALLS-HR    TO QTL-OLD-MAX-CALLS-HR
                   SET QTL-CHANGE-IS-UPDATE TO TRUE
                   PERFORM 9000-WRITE-CHANGE-LOG
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   MOVE QTA-MAX-CALLS-HR    TO QTL-OLD-MAX-CALLS-HR
                   MOVE ZEROES              TO WS-MAINT-MAX-CALLS-N
                   SET QTL-CHANGE-IS-DELETE TO TRUE
           EXIT.
      *
      ******************************************************************
      *                   8500-LOG-CHANGE-CONTROL                      *
      * RECORDS THE APPLIED CHANGE ON T_UIS_CHANGE_AUDIT THROUGH       *
      * F5748CGT, UNDER THE TICKET AND ANY FREEZE THE EDIT RETURNED.   *
      * A CARD THAT CHANGED NOTHING IS NOT RECORDED.                   *
      ******************************************************************
       8500-LOG-CHANGE-CONTROL.

           IF NOT WS-CHANGE-WAS-APPLIED
               GO TO 8500-EXIT
           END-IF.

           SET CGT-FUNCTION-IS-LOG          TO TRUE.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-RETURN-CODE NOT = 0
               DISPLAY 'F5748QTM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-WRITE-CHANGE-LOG                       *
      * COMMON AUDIT-ROW WRITER SHARED BY ADD/CHANGE/DELETE. THE OLD-  *
      * SIDE LIMIT IS FILLED BY THE CALLER BEFORE THIS IS PERFORMED.   *
           MOVE WS-MAINT-SRV-FN-CD          TO QTL-SRV-FN-CD.
           MOVE WS-MAINT-USERID             TO QTL-CHANGE-USERID.
           MOVE WS-MAINT-MAX-CALLS-N        TO QTL-NEW-MAX-CALLS-HR.
           MOVE WS-MAINT-TICKET-NUM         TO QTL-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO QTL-EMERG-CHG-NUM.

           EXEC SQL
                SET :QTL-CHANGE-TS = CURRENT TIMESTAMP
                       , QTL_CHANGE_USERID
                       , QTL_CHANGE_TYPE
                       , QTL_OLD_MAX_CALLS_HR
                       , QTL_NEW_MAX_CALLS_HR
                       , QTL_TICKET_NUM
                       , QTL_EMERG_CHG_NUM )
                VALUES ( :QTL-RACF-ID
                       , :QTL-SRV-FN-CD
                       , :QTL-CHANGE-TS
                       , :QTL-CHANGE-USERID
                       , :QTL-CHANGE-TYPE
                       , :QTL-OLD-MAX-CALLS-HR
                       , :QTL-NEW-MAX-CALLS-HR
                       , :QTL-TICKET-NUM
                       , :QTL-EMERG-CHG-NUM )
           END-EXEC.

           IF SQLCODE NOT = 0
