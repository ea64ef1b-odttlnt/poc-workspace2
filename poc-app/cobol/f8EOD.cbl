      *                0, WHERE ONE 'RESPONSE' ROW CAN STAND FOR N     *
      *                'LINKED' ROWS, ONE PER 6100-PROCESS-ONE-BATCH-  *
      *                ITEM ITERATION), SINCE NEITHER IS PART OF THE   *
      *                1:1 INVARIANT THIS JOB CHECKS. FOUR FURTHER     *
      *                PATHS ANSWER SUCCESSFULLY WITHOUT A LINK AND    *
      *                ARE EXCLUDED THE SAME WAY: REPLY-CACHE HITS,    *
      *                IDEMPOTENT REPLAYS AND TEST-REGION STUB         *
      *                REPLIES, WHICH F5748I00 STAMPS 'C', 'R' AND 'S' *
      *                IN TLG_OPER_MODE, AND THE UNDOAPPR/UNDOREJ      *
      *                REVIEW OPERATIONS, PICKED OUT BY THE INDEXED    *
      *                TLG_OPERATION COLUMN.                           *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  2026-08-22 UISAD  SYNTHETIC F5748HBT HEARTBEAT TRAFFIC        *
      *                    (SOURCE 'UISHBEAT') EXCLUDED FROM BOTH      *
      *                    SIDES OF THE CONTROL TOTALS                 *
      *  2026-10-15 UISAD  SEQUENCING GUARD HONORS AN OPERATOR HOLD    *
      *                    FROM THE F5748NCC CONSOLE AND ACCEPTS A     *
      *                    MANUALLY COMPLETED PREDECESSOR              *
      *  2026-10-15 UISAD  EXCLUDED TEST-REGION STUB REPLIES (OPER     *
      *                    MODE 'S') FROM THE RESPONSE-SIDE COUNT      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-RUN-STATUS-AREA.
           05  WS-RUN-PREDECESSOR           PIC X(08) VALUE 'F5748C36'.
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
      * SERVICE LINK AND WOULD BREAK THE 1:1 COUNT: VALIDATE-ONLY      *
      * RESPONSES (OPER MODE 'V'), BATCH RESPONSES (BATCH-COUNT > 0),  *
      * REPLY-CACHE HITS (OPER MODE 'C'), IDEMPOTENT REPLAYS (OPER     *
      * MODE 'R'), STUB REPLIES (OPER MODE 'S'), AND UNDO REVIEWS      *
      * (OPERATION UNDOAPPR/UNDOREJ). A SUCCESSFUL 'UNDO' ITSELF       *
      * LINKS, SO IT STAYS IN. SEE THE PROGRAM HEADER.                 *
      ******************************************************************
       2000-GET-RESPONSE-COUNT.

                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'RESPONSE'
                   AND TLG_REQUEST_STATUS = '00'
                   AND TLG_OPER_MODE NOT IN ('V', 'C', 'R', 'S')
                   AND TLG_BATCH_COUNT = '00'
                   AND TLG_OPERATION NOT IN ('UNDOAPPR', 'UNDOREJ')
                   AND TLG_SOURCE_APPLIC NOT = 'UISHBEAT'
