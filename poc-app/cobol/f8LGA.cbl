      *                RECOVERABLE AND A READ THAT CANNOT BE LANDED    *
      *                IS BACKED OUT FOR THE NEXT DRAIN TASK.          *
      *                                                                *
      *                EACH ROW IS ALSO SEALED INTO THE TRANSACTION    *
      *                LOG'S TAMPER-EVIDENT HASH CHAIN AS IT LANDS:    *
      *                IT TAKES THE NEXT CHAIN SEQUENCE AFTER THE      *
      *                HEAD ON T_UIS_LOG_CHAIN, CARRIES THE HEAD'S     *
      *                HASH AS ITS PREVIOUS HASH, AND IS HASHED WITH   *
      *                BOTH BY F5748HCH; THE HEAD THEN MOVES TO THE    *
      *                NEW ROW IN THE SAME UNIT OF WORK. THE QUEUE'S   *
      *                SINGLE TRIGGER-LEVEL TASK KEEPS THE CHAIN IN    *
      *                ONE LINE. F5748HCV VERIFIES IT NIGHTLY.         *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (TD TRIGGER-LEVEL TASK FOR QUEUE UISL)   *
      *                                                                *
      *  PARAMETERS:   NONE.                                           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (VIA KZ0-DB2-LOG-PGM)     *
      *                T_UIS_LOG_CHAIN       (READ/UPDATE)             *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CHAIN SEQUENCE AND KEYED HASH ON EVERY ROW  *
      *                    LANDED (HASH CHAIN, SEE F5748HCV)           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748LGA'.
           05  WS-LOG-TD-QUEUE              PIC X(04) VALUE 'UISL'.
           05  WS-HASH-PGM                  PIC X(08) VALUE 'F5748HCH'.
           05  WS-CHAIN-ID                  PIC X(08) VALUE 'TLG'.

       01  WS-WORKING-FIELDS.
      * THE RECORD LENGTH HAS FIVE DECIMAL DIGITS (31K+), SO IT IS
           05  WS-RESPCODE                  PIC S9(9) USAGE COMP
                                                      VALUE ZEROS.
           05  WS-LANDED-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-CHAIN-NEXT-SEQ            PIC S9(15)V USAGE COMP-3
                                                      VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-QUEUE-DRAINED-SW          PIC X(01) VALUE 'N'.
       01  KIQ-LOG-AREA.
           COPY F5748KIQ REPLACING ==:FD:== BY ==LF==.

       01  HCH-CALL-AREA.
           COPY F5748HCA REPLACING ==:FD:== BY ==HCH==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_LOG_CHAIN
           EXEC SQL INCLUDE F5748LCH     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748LGA WORKING STORAGE ENDS'.
      *
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHAIN-RECORD
              THRU 2100-EXIT.

           CALL KZ0-DB2-LOG-PGM    USING
                COPY F5748KU0.
                KIQ-LOG-AREA.

           IF LF-CHAIN-SEQ NOT = ZERO
               PERFORM 2200-ADVANCE-CHAIN-HEAD
                  THRU 2200-EXIT
               IF WS-QUEUE-DRAINED
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           ADD 1                            TO WS-LANDED-COUNT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-CHAIN-RECORD                         *
      * NUMBERS THE RECORD ONE PAST THE CHAIN HEAD AND HASHES IT,      *
      * CHAINED TO THE HEAD'S HASH. IF THE HEAD CANNOT BE READ OR THE  *
      * HASH CANNOT BE TAKEN THE ROW IS STILL LANDED - UNCHAINED, WITH *
      * ZERO AND SPACES - RATHER THAN HOLDING UP THE LOG; F5748HCV     *
      * REPORTS EVERY UNCHAINED ROW.                                   *
      ******************************************************************
       2100-CHAIN-RECORD.

           MOVE ZEROES                      TO LF-CHAIN-SEQ.
           MOVE SPACES                      TO LF-ROW-HASH
                                               LF-PREV-HASH.

           EXEC SQL
                SELECT LCH_LAST_SEQ, LCH_LAST_HASH
                  INTO :LCH-LAST-SEQ, :LCH-LAST-HASH
                  FROM T_UIS_LOG_CHAIN
                 WHERE LCH_CHAIN_ID = :WS-CHAIN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748LGA - CHAIN HEAD READ FAILED SQLCODE='
                        SQLCODE ' - ROW LANDED UNCHAINED'
               GO TO 2100-EXIT
           END-IF.

           ADD 1 LCH-LAST-SEQ           GIVING WS-CHAIN-NEXT-SEQ.

           MOVE WS-CHAIN-NEXT-SEQ           TO HCH-CHAIN-SEQ.
           MOVE LCH-LAST-HASH               TO HCH-PREV-HASH.
           MOVE LF-CALLING-PGM              TO HCH-CALLING-PGM.
           MOVE LF-TRANID                   TO HCH-TRANID.
           MOVE LF-TASK-NBR                 TO HCH-TASK-NBR.
           MOVE LF-CUSTOMER-NBR             TO HCH-CUSTOMER-NBR.
           MOVE LF-EMPLOYEE-NBR             TO HCH-EMPLOYEE-NBR.
           MOVE LF-SOURCE-APPLIC            TO HCH-SOURCE-APPLIC.
           MOVE LF-LOG-ENVIRONMENT          TO HCH-LOG-ENVIRONMENT.
           MOVE LF-SEGMENT-ID               TO HCH-SEGMENT-ID.
           MOVE LF-LOG-DESCRIPTION          TO HCH-LOG-DESCRIPTION.
           MOVE LF-SERVICE-NAME             TO HCH-SERVICE-NAME.
           MOVE LF-CORRELATION-ID           TO HCH-CORRELATION-ID.
           MOVE LF-LOG-TYPE                 TO HCH-LOG-TYPE.
           MOVE LF-LOG-TIMESTAMP            TO HCH-LOG-TIMESTAMP.
           MOVE LF-RACF-ID                  TO HCH-RACF-ID.
           MOVE LF-SRV-FN-CD                TO HCH-SRV-FN-CD.
           MOVE LF-REQUEST-STATUS           TO HCH-REQUEST-STATUS.
           MOVE LF-OPER-MODE                TO HCH-OPER-MODE.
           MOVE LF-BATCH-COUNT              TO HCH-BATCH-COUNT.
           MOVE LF-DB2-ELAPSED-MS           TO HCH-DB2-ELAPSED-MS.
           MOVE LF-OPERATION                TO HCH-OPERATION.
           MOVE LF-FAIL-CODE                TO HCH-FAIL-CODE.
           MOVE LF-SEG-SEQ                  TO HCH-SEG-SEQ.
           MOVE LF-LOG-DATA-LENGTH          TO HCH-LOG-DATA-LENGTH.
           MOVE LF-LOG-DATA                 TO HCH-LOG-DATA.

           CALL WS-HASH-PGM USING HCH-CALL-AREA.

           IF HCH-RETURN-CODE NOT = ZERO
               DISPLAY 'F5748LGA - CHAIN HASH FAILED ICSF RC='
                        HCH-RETURN-CODE ' REASON=' HCH-REASON-CODE
                        ' - ROW LANDED UNCHAINED'
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-CHAIN-NEXT-SEQ           TO LF-CHAIN-SEQ.
           MOVE HCH-ROW-HASH                TO LF-ROW-HASH.
           MOVE LCH-LAST-HASH               TO LF-PREV-HASH.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2200-ADVANCE-CHAIN-HEAD                      *
      * MOVES THE HEAD TO THE ROW JUST LANDED. IT COMMITS OR BACKS OUT *
      * WITH THE ROW AND THE QUEUE READ, SO THE HEAD NEVER GETS AHEAD  *
      * OF THE TABLE. IF THE HEAD CANNOT BE MOVED THE WHOLE UNIT OF    *
      * WORK IS BACKED OUT - THE NEXT ROW WOULD OTHERWISE REUSE THIS   *
      * ROW'S SEQUENCE - AND THE DRAIN ENDS; THE RECORDS GO BACK ON    *
      * THE QUEUE FOR THE NEXT DRAIN TASK.                             *
      ******************************************************************
       2200-ADVANCE-CHAIN-HEAD.

           EXEC SQL
                UPDATE T_UIS_LOG_CHAIN
                   SET LCH_LAST_SEQ  = :WS-CHAIN-NEXT-SEQ
                     , LCH_LAST_HASH = :HCH-ROW-HASH
                     , LCH_LAST_TS   = CURRENT TIMESTAMP
                 WHERE LCH_CHAIN_ID  = :WS-CHAIN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748LGA - CHAIN HEAD UPDATE FAILED SQLCODE='
                        SQLCODE ' - BACKING OUT'
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               SET WS-QUEUE-DRAINED         TO TRUE
           END-IF.
           .
       2200-EXIT.
           EXIT.
      ******************************************************************
       END PROGRAM F5748LGA.
