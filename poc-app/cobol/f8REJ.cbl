      *                    15-BYTE TIMESTAMP PREFIX ON 'RESPONSE' ROWS *
      *  2026-08-22 UISAD  CONVERTED FROM SUBSTR() BYTE POSITIONS TO   *
      *                    THE NEW INDEXED LOG COLUMNS                 *
      *  2026-10-15 UISAD  SEQUENCING GUARD HONORS AN OPERATOR HOLD    *
      *                    FROM THE F5748NCC CONSOLE AND ACCEPTS A     *
      *                    MANUALLY COMPLETED PREDECESSOR              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-RUN-STATUS-AREA.
           05  WS-RUN-PREDECESSOR           PIC X(08) VALUE 'F5748EOD'.
           05  WS-RUN-PRED-OUTCOME          PIC X(08) VALUE SPACES.
           05  WS-RUN-HOLD-BY               PIC X(08) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
      * PREDECESSOR HAS NO SUCCESS ROW FOR TODAY REFUSES TO START      *
      * WITH A CLEAR MESSAGE AND RETURN CODE 8 INSTEAD OF RUNNING      *
      * AGAINST HALF-LOADED DATA. SEE F5748RSB FOR THE STATUS BOARD.   *
      * A JOB HELD ON THE F5748NCC CONSOLE (T_UIS_RUN_HOLD) REFUSES    *
      * THE SAME WAY UNTIL IT IS RELEASED; A PREDECESSOR MARKED        *
      * MANUAL THERE COUNTS AS COMPLETE.                               *
      ******************************************************************
       0900-REGISTER-RUN-START.

           MOVE SPACES                      TO WS-RUN-HOLD-BY.
           EXEC SQL
                SELECT RHL_RACF_ID
                  INTO :WS-RUN-HOLD-BY
                  FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = CURRENT DATE
                   AND RHL_JOB_NM   = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - REFUSING TO START: HELD BY '
                       WS-RUN-HOLD-BY
                       ' ON THE NIGHT-CHAIN CONSOLE'
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-RUN-PREDECESSOR NOT = SPACES
               MOVE SPACES                  TO WS-RUN-PRED-OUTCOME
               EXEC SQL
               END-EXEC

               IF SQLCODE NOT = 0
                OR (WS-RUN-PRED-OUTCOME NOT = 'SUCCESS'
                AND WS-RUN-PRED-OUTCOME NOT = 'MANUAL')
                   DISPLAY WS-NAME-OF-THIS-MODULE
                           ' - REFUSING TO START: PREDECESSOR '
                           WS-RUN-PREDECESSOR
