      *  2026-09-02 UISAD  ROWS FOR CUSTOMERS UNDER AN ACTIVE LEGAL    *
      *                    HOLD (T_UIS_LEGAL_HOLD) ARE LEFT ON THE     *
      *                    LIVE TABLE AND REPORTED, NOT ARCHIVED       *
      *  2026-10-15 UISAD  SEQUENCING GUARD HONORS AN OPERATOR HOLD    *
      *                    FROM THE F5748NCC CONSOLE AND ACCEPTS A     *
      *                    MANUALLY COMPLETED PREDECESSOR              *
      *  2026-10-15 UISAD  CARRY THE HASH-CHAIN COLUMNS (TLG_CHAIN_SEQ,*
      *                    TLG_ROW_HASH, TLG_PREV_HASH) INTO THE       *
      *                    ARCHIVE SO F5748HCV CAN STILL VERIFY THEM   *
      *  2026-10-15 UISAD  CARRY TLG_PURPOSE_CD INTO THE ARCHIVE       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-RUN-STATUS-AREA.
           05  WS-RUN-PREDECESSOR           PIC X(08) VALUE 'F5748REJ'.
           05  WS-RUN-PRED-OUTCOME          PIC X(08) VALUE SPACES.
           05  WS-RUN-HOLD-BY               PIC X(08) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-CUTOFF-DATE               PIC X(10) VALUE SPACES.
                       TLG_OPER_MODE,     TLG_BATCH_COUNT,
                       TLG_DB2_ELAPSED_MS,
                       TLG_OPERATION,     TLG_FAIL_CODE,
                       TLG_SEG_SEQ,
                       TLG_CHAIN_SEQ,     TLG_ROW_HASH,
                       TLG_PREV_HASH,     TLG_PURPOSE_CD
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE DATE(TLG_LOG_TIMESTAMP) < :WS-CUTOFF-DATE
                   AND NOT EXISTS
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
           MOVE TLG-OPERATION               TO TLA-OPERATION.
           MOVE TLG-FAIL-CODE               TO TLA-FAIL-CODE.
           MOVE TLG-SEG-SEQ                 TO TLA-SEG-SEQ.
           MOVE TLG-CHAIN-SEQ               TO TLA-CHAIN-SEQ.
           MOVE TLG-ROW-HASH                TO TLA-ROW-HASH.
           MOVE TLG-PREV-HASH               TO TLA-PREV-HASH.
           MOVE TLG-PURPOSE-CD              TO TLA-PURPOSE-CD.
           MOVE FUNCTION CURRENT-DATE       TO TLA-ARCHIVE-TS.

           EXEC SQL
                         :TLA-OPER-MODE,     :TLA-BATCH-COUNT,
                         :TLA-DB2-ELAPSED-MS,
                         :TLA-OPERATION,     :TLA-FAIL-CODE,
                         :TLA-SEG-SEQ,
                         :TLA-CHAIN-SEQ,     :TLA-ROW-HASH,
                         :TLA-PREV-HASH,     :TLA-PURPOSE-CD )
           END-EXEC.

           IF SQLCODE NOT = 0
                      :TLG-OPER-MODE,     :TLG-BATCH-COUNT,
                      :TLG-DB2-ELAPSED-MS,
                      :TLG-OPERATION,     :TLG-FAIL-CODE,
                      :TLG-SEG-SEQ,
                      :TLG-CHAIN-SEQ,     :TLG-ROW-HASH,
                      :TLG-PREV-HASH,     :TLG-PURPOSE-CD
           END-EXEC.

           IF SQLCODE = 100
