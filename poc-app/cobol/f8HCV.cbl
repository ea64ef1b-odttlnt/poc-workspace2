      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748HCV.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748HCV:     TRANSACTION LOG HASH-CHAIN VERIFIER             *
      *                                                                *
      *  FUNCTION:     F5748LGA SEALS EVERY TRANSACTION LOG ROW IT     *
      *                LANDS INTO A HASH CHAIN - A CHAIN SEQUENCE, THE *
      *                PREVIOUS ROW'S HASH, AND A KEYED HASH OF THE    *
      *                ROW WITH BOTH (SEE F5748HCA/F5748HCH). THIS JOB *
      *                WALKS THE CHAIN ACROSS T_UIS_TRANSACTION_LOG    *
      *                AND T_UIS_TRANSACTION_LOG_ARCH IN SEQUENCE      *
      *                ORDER AND REPORTS EVERY BREAK:                  *
      *                                                                *
      *                ALTERED  - THE ROW NO LONGER HASHES TO ITS      *
      *                           STORED HASH                          *
      *                MISSING  - SEQUENCES ABSENT FROM BOTH TABLES    *
      *                           THAT NO F5748OFL RUN OFFLOADED       *
      *                           (T_UIS_LOG_CHAIN_OFL), INCLUDING A   *
      *                           TAIL SHORT OF THE CHAIN HEAD         *
      *                INSERTED - A SECOND, DIFFERENT ROW CARRYING A   *
      *                           SEQUENCE ALREADY SEEN                *
      *                LINK     - THE ROW'S PREVIOUS HASH IS NOT THE   *
      *                           HASH OF THE ROW BEFORE IT            *
      *                                                                *
      *                IT ALSO LISTS FOR REVIEW, WITHOUT COUNTING THEM *
      *                AS BREAKS: ROWS CARRYING NO CHAIN VALUES SINCE  *
      *                THE CHAIN STARTED (LANDED BY F5748I00'S         *
      *                SYNCHRONOUS FALLBACK - OR PUT THERE BY HAND),   *
      *                ROWS ANONYMIZED BY F5748ERA (THEIR CONTENT      *
      *                CANNOT BE RE-HASHED, THEIR LINKS STILL ARE),    *
      *                AND THE SAME ROW FOUND IN BOTH TABLES (AN       *
      *                INTERRUPTED F5748ARC).                          *
      *                                                                *
      *                THE HIGHEST ROW PROVED UNBROKEN FROM THE START  *
      *                IS KEPT ON T_UIS_LOG_CHAIN AS THE VERIFIED      *
      *                CHECKPOINT; AN INCR RUN (NIGHTLY) WALKS FROM    *
      *                THERE, A FULL RUN (WEEKLY) FROM THE FIRST ROW.  *
      *                A BREAK RAISES A LEVEL-3 T_UIS_ALERT ROW UNDER  *
      *                F5748HCV (FUNCTION CODE 'HASH') AND RC 8. THE   *
      *                CHAIN HEAD'S SEQUENCE AND HASH ARE PRINTED SO   *
      *                THE RETAINED REPORT ANCHORS THE CHAIN OUTSIDE   *
      *                DB2.                                            *
      *                                                                *
      *  ENVIRONMENT:  BATCH. ICSF REQUIRED (F5748HCH).                *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - MODE (01-04 FULL/INCR)               *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG      (READ)               *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
      *                T_UIS_LOG_CHAIN            (READ/UPDATE)        *
      *                T_UIS_LOG_CHAIN_OFL        (READ)               *
      *                T_UIS_ALERT                (READ/INSERT/UPDATE) *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748HCV'.
           05  WS-HASH-PGM                  PIC X(08) VALUE 'F5748HCH'.
           05  WS-CHAIN-ID                  PIC X(08) VALUE 'TLG'.
           05  WS-ALERT-FN-CD               PIC X(04) VALUE 'HASH'.
           05  WS-ALERT-LVL                 PIC 9(01) VALUE 3.
      * WHAT F5748ERA LEAVES ON AN ANONYMIZED ROW.
           05  WS-ERASED-MARKER             PIC X(10) VALUE
                                            '**ERASED**'.
           05  WS-ERASED-DATA               PIC X(06) VALUE 'ERASED'.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                 PIC X(04) VALUE SPACES.
               88  WS-MODE-FULL                       VALUE 'FULL'.
               88  WS-MODE-INCR                       VALUE 'INCR'.

       01  WS-WORKING-FIELDS.
           05  WS-ROW-SOURCE                PIC X(01) VALUE SPACE.
               88  WS-ROW-IS-LIVE                     VALUE 'L'.
               88  WS-ROW-IS-ARCH                     VALUE 'A'.
           05  WS-START-SEQ                 PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-HEAD-SEQ                  PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-HEAD-HASH                 PIC X(64) VALUE SPACES.
           05  WS-LAST-SEQ                  PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-LAST-HASH                 PIC X(64) VALUE SPACES.
           05  WS-CLEAN-SEQ                 PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-CLEAN-HASH                PIC X(64) VALUE SPACES.
           05  WS-GAP-LOW-SEQ               PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-GAP-HIGH-SEQ              PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-COVER-SEQ                 PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-COVER-HIGH-SEQ            PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-COVER-HIGH-IND            PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-UNCHAINED-SINCE           PIC X(26) VALUE SPACES.
           05  WS-UNCHAINED-SINCE-IND       PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BREAK-TYPE                PIC X(08) VALUE SPACES.
           05  WS-SEQ-DSP                   PIC Z(14)9.
           05  WS-SEQ2-DSP                  PIC Z(14)9.
           05  WS-ALERT-CORREL-ID           PIC X(50) VALUE SPACES.
           05  WS-ALERT-TEXT                PIC X(200) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-ROWS-WALKED               PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-HASH-OK              PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-ALTERED              PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-MISSING              PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-INSERTED             PIC 9(09) VALUE ZEROES.
           05  WS-LINKS-BROKEN              PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-OFFLOADED            PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-REDACTED             PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-DUP-COPY             PIC 9(09) VALUE ZEROES.
           05  WS-ROWS-UNCHAINED            PIC 9(09) VALUE ZEROES.
           05  WS-BREAK-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-GAP-ROWS                  PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-UNCH-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF-UNCH-CURSOR                 VALUE 'Y'.
           05  WS-GAP-COVERED-SW            PIC X(01) VALUE 'N'.
               88  WS-GAP-IS-OFFLOADED                VALUE 'Y'.
           05  WS-COVER-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-COVER-DONE                      VALUE 'Y'.
           05  WS-ICSF-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-ICSF-FAILED                     VALUE 'Y'.

       01  HCH-CALL-AREA.
           COPY F5748HCA REPLACING ==:FD:== BY ==HCH==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_TRANSACTION_LOG - THE FETCH AREA FOR ROWS OF
      * BOTH TABLES
           EXEC SQL INCLUDE F5748TLG     END-EXEC.

      * DCLGEN FOR T_UIS_LOG_CHAIN
           EXEC SQL INCLUDE F5748LCH     END-EXEC.

      * DCLGEN FOR T_UIS_ALERT
           EXEC SQL INCLUDE F5748ALT     END-EXEC.

      * THE CHAIN, BOTH TABLES MERGED IN SEQUENCE ORDER. AN ARCHIVE
      * COPY SORTS AHEAD OF A LIVE ROW OF THE SAME SEQUENCE.
           EXEC SQL
                DECLARE CHAIN-CSR CURSOR FOR
                SELECT TLG_CHAIN_SEQ,     'L',
                       TLG_ROW_HASH,      TLG_PREV_HASH,
                       TLG_CALLING_PGM,   TLG_TRANID,
                       TLG_TASK_NBR,      TLG_CUSTOMER_NBR,
                       TLG_EMPLOYEE_NBR,  TLG_SOURCE_APPLIC,
                       TLG_LOG_ENVIRONMENT,
                       TLG_SEGMENT_ID,    TLG_LOG_DESCRIPTION,
                       TLG_SERVICE_NAME,  TLG_CORRELATION_ID,
                       TLG_LOG_TYPE,      TLG_LOG_TIMESTAMP,
                       TLG_LOG_DATA_LENGTH,
                       TLG_LOG_DATA,
                       TLG_RACF_ID,       TLG_SRV_FN_CD,
                       TLG_REQUEST_STATUS,
                       TLG_OPER_MODE,     TLG_BATCH_COUNT,
                       TLG_DB2_ELAPSED_MS,
                       TLG_OPERATION,     TLG_FAIL_CODE,
                       TLG_SEG_SEQ
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CHAIN_SEQ > :WS-START-SEQ
                UNION ALL
                SELECT TLA_CHAIN_SEQ,     'A',
                       TLA_ROW_HASH,      TLA_PREV_HASH,
                       TLA_CALLING_PGM,   TLA_TRANID,
                       TLA_TASK_NBR,      TLA_CUSTOMER_NBR,
                       TLA_EMPLOYEE_NBR,  TLA_SOURCE_APPLIC,
                       TLA_LOG_ENVIRONMENT,
                       TLA_SEGMENT_ID,    TLA_LOG_DESCRIPTION,
                       TLA_SERVICE_NAME,  TLA_CORRELATION_ID,
                       TLA_LOG_TYPE,      TLA_LOG_TIMESTAMP,
                       TLA_LOG_DATA_LENGTH,
                       TLA_LOG_DATA,
                       TLA_RACF_ID,       TLA_SRV_FN_CD,
                       TLA_REQUEST_STATUS,
                       TLA_OPER_MODE,     TLA_BATCH_COUNT,
                       TLA_DB2_ELAPSED_MS,
                       TLA_OPERATION,     TLA_FAIL_CODE,
                       TLA_SEG_SEQ
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_CHAIN_SEQ > :WS-START-SEQ
                 ORDER BY 1, 2
           END-EXEC.

      * ROWS LANDED WITHOUT CHAIN VALUES SINCE THE CHAIN STARTED (OR,
      * ON AN INCR RUN, SINCE THE LAST VERIFY).
           EXEC SQL
                DECLARE UNCH-CSR CURSOR FOR
                SELECT TLG_LOG_TIMESTAMP, TLG_CORRELATION_ID,
                       TLG_LOG_TYPE,      TLG_CALLING_PGM
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CHAIN_SEQ = 0
                   AND TLG_LOG_TIMESTAMP >= :WS-UNCHAINED-SINCE
                 ORDER BY TLG_LOG_TIMESTAMP
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748HCV WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-WALK-CHAIN
              THRU 2000-EXIT.

           IF NOT WS-ICSF-FAILED
               PERFORM 3000-CHECK-TAIL
                  THRU 3000-EXIT
               PERFORM 4000-LIST-UNCHAINED
                  THRU 4000-EXIT
               PERFORM 6000-SAVE-CHECKPOINT
                  THRU 6000-EXIT
           END-IF.

           IF WS-BREAK-COUNT > ZERO
               PERFORM 7000-RAISE-BREAK-ALERT
                  THRU 7000-EXIT
           END-IF.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      * READS THE CHAIN HEAD AND, ON AN INCR RUN, STARTS FROM THE      *
      * VERIFIED CHECKPOINT. A FULL RUN STARTS BEFORE SEQUENCE 1,      *
      * WHOSE PREVIOUS HASH IS SPACES.                                 *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF NOT WS-MODE-FULL
            AND NOT WS-MODE-INCR
               DISPLAY 'F5748HCV - MODE MUST BE FULL OR INCR'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL
                SELECT LCH_LAST_SEQ, LCH_LAST_HASH,
                       LCH_VERIFIED_SEQ, LCH_VERIFIED_HASH,
                       CHAR(LCH_VERIFIED_TS)
                  INTO :LCH-LAST-SEQ, :LCH-LAST-HASH,
                       :LCH-VERIFIED-SEQ, :LCH-VERIFIED-HASH,
                       :LCH-VERIFIED-TS
                  FROM T_UIS_LOG_CHAIN
                 WHERE LCH_CHAIN_ID = :WS-CHAIN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCV - CHAIN HEAD READ FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LCH-LAST-SEQ                 TO WS-HEAD-SEQ.
           MOVE LCH-LAST-HASH                TO WS-HEAD-HASH.

           IF WS-MODE-INCR
               MOVE LCH-VERIFIED-SEQ         TO WS-START-SEQ
                                                WS-LAST-SEQ
                                                WS-CLEAN-SEQ
               MOVE LCH-VERIFIED-HASH        TO WS-LAST-HASH
                                                WS-CLEAN-HASH
               MOVE LCH-VERIFIED-TS          TO WS-UNCHAINED-SINCE
           ELSE
               MOVE ZERO                     TO WS-START-SEQ
                                                WS-LAST-SEQ
                                                WS-CLEAN-SEQ
               MOVE SPACES                   TO WS-LAST-HASH
                                                WS-CLEAN-HASH
               PERFORM 1100-FIND-CHAIN-START
                  THRU 1100-EXIT
           END-IF.

           MOVE WS-START-SEQ                 TO WS-SEQ-DSP.
           MOVE WS-HEAD-SEQ                  TO WS-SEQ2-DSP.
           DISPLAY 'F5748HCV - MODE=' WS-PARM-MODE
                   ' FROM SEQ' WS-SEQ-DSP ' HEAD SEQ' WS-SEQ2-DSP.
           DISPLAY 'F5748HCV - CHAIN HEAD HASH ' WS-HEAD-HASH.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1100-FIND-CHAIN-START                       *
      * THE OLDEST CHAINED ROW STILL IN DB2 - UNCHAINED ROWS BEFORE IT *
      * PREDATE THE CHAIN AND ARE NOT LISTED.                          *
      ******************************************************************
       1100-FIND-CHAIN-START.

           EXEC SQL
                SELECT CHAR(MIN(LOG_TS))
                  INTO :WS-UNCHAINED-SINCE :WS-UNCHAINED-SINCE-IND
                  FROM (SELECT MIN(TLG_LOG_TIMESTAMP) AS LOG_TS
                          FROM T_UIS_TRANSACTION_LOG
                         WHERE TLG_CHAIN_SEQ > 0
                        UNION ALL
                        SELECT MIN(TLA_LOG_TIMESTAMP) AS LOG_TS
                          FROM T_UIS_TRANSACTION_LOG_ARCH
                         WHERE TLA_CHAIN_SEQ > 0) AS X
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-UNCHAINED-SINCE-IND < 0
               MOVE '9999-12-31-23.59.59.999999'
                                             TO WS-UNCHAINED-SINCE
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-WALK-CHAIN                          *
      ******************************************************************
       2000-WALK-CHAIN.

           EXEC SQL
                OPEN CHAIN-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCV - CHAIN OPEN FAILED SQLCODE=' SQLCODE
               MOVE 12                       TO RETURN-CODE
               SET WS-ICSF-FAILED            TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHECK-ONE-ROW
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CHAIN-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-CHECK-ONE-ROW                         *
      * A REPEATED SEQUENCE IS EITHER THE SAME ROW IN BOTH TABLES OR   *
      * AN INSERTED ROW, AND DOES NOT MOVE THE WALK ON. A JUMP IN      *
      * SEQUENCE IS A GAP - OFFLOADED OR MISSING - ACROSS WHICH THE    *
      * LINK CANNOT BE CHECKED. OTHERWISE THE ROW MUST CHAIN TO THE    *
      * ROW BEFORE IT. EITHER WAY ITS OWN CONTENT IS RE-HASHED.        *
      ******************************************************************
       2100-CHECK-ONE-ROW.

           EXEC SQL
                FETCH CHAIN-CSR
                INTO  :TLG-CHAIN-SEQ,     :WS-ROW-SOURCE,
                      :TLG-ROW-HASH,      :TLG-PREV-HASH,
                      :TLG-CALLING-PGM,   :TLG-TRANID,
                      :TLG-TASK-NBR,      :TLG-CUSTOMER-NBR,
                      :TLG-EMPLOYEE-NBR,  :TLG-SOURCE-APPLIC,
                      :TLG-LOG-ENVIRONMENT,
                      :TLG-SEGMENT-ID,    :TLG-LOG-DESCRIPTION,
                      :TLG-SERVICE-NAME,  :TLG-CORRELATION-ID,
                      :TLG-LOG-TYPE,      :TLG-LOG-TIMESTAMP,
                      :TLG-LOG-DATA-LENGTH,
                      :TLG-LOG-DATA,
                      :TLG-RACF-ID,       :TLG-SRV-FN-CD,
                      :TLG-REQUEST-STATUS,
                      :TLG-OPER-MODE,     :TLG-BATCH-COUNT,
                      :TLG-DB2-ELAPSED-MS,
                      :TLG-OPERATION,     :TLG-FAIL-CODE,
                      :TLG-SEG-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748HCV - CHAIN FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
                   SET WS-ICSF-FAILED        TO TRUE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-ROWS-WALKED.

           IF TLG-CHAIN-SEQ = WS-LAST-SEQ
               IF TLG-ROW-HASH = WS-LAST-HASH
                   ADD 1                     TO WS-ROWS-DUP-COPY
                   MOVE 'IN BOTH'            TO WS-BREAK-TYPE
                   PERFORM 2900-PRINT-FINDING
                      THRU 2900-EXIT
               ELSE
                   ADD 1                     TO WS-ROWS-INSERTED
                   MOVE 'INSERTED'           TO WS-BREAK-TYPE
                   PERFORM 2800-NOTE-BREAK
                      THRU 2800-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF TLG-CHAIN-SEQ > WS-LAST-SEQ + 1
               PERFORM 2300-CHECK-GAP
                  THRU 2300-EXIT
           ELSE
               IF TLG-PREV-HASH NOT = WS-LAST-HASH
                   ADD 1                     TO WS-LINKS-BROKEN
                   MOVE 'LINK'               TO WS-BREAK-TYPE
                   PERFORM 2800-NOTE-BREAK
                      THRU 2800-EXIT
               END-IF
           END-IF.

           PERFORM 2200-CHECK-ROW-HASH
              THRU 2200-EXIT.

           IF WS-ICSF-FAILED
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE TLG-CHAIN-SEQ                TO WS-LAST-SEQ.
           MOVE TLG-ROW-HASH                 TO WS-LAST-HASH.

           IF WS-BREAK-COUNT = ZERO
               MOVE TLG-CHAIN-SEQ            TO WS-CLEAN-SEQ
               MOVE TLG-ROW-HASH             TO WS-CLEAN-HASH
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-CHECK-ROW-HASH                        *
      * REBUILDS THE CANONICAL TEXT FROM THE STORED ROW AND RE-HASHES  *
      * IT. A ROW F5748ERA ANONYMIZED CANNOT MATCH AND IS ONLY COUNTED *
      * AS REDACTED. ICSF NOT ANSWERING ENDS THE RUN - NOTHING CAN BE  *
      * VERIFIED WITHOUT IT.                                           *
      ******************************************************************
       2200-CHECK-ROW-HASH.

           IF TLG-CUSTOMER-NBR = WS-ERASED-MARKER
            AND TLG-LOG-DATA(1:6) = WS-ERASED-DATA
               ADD 1                         TO WS-ROWS-REDACTED
               GO TO 2200-EXIT
           END-IF.

           MOVE TLG-CHAIN-SEQ                TO HCH-CHAIN-SEQ.
           MOVE TLG-PREV-HASH                TO HCH-PREV-HASH.
           MOVE TLG-CALLING-PGM              TO HCH-CALLING-PGM.
           MOVE TLG-TRANID                   TO HCH-TRANID.
           MOVE TLG-TASK-NBR                 TO HCH-TASK-NBR.
           MOVE TLG-CUSTOMER-NBR             TO HCH-CUSTOMER-NBR.
           MOVE TLG-EMPLOYEE-NBR             TO HCH-EMPLOYEE-NBR.
           MOVE TLG-SOURCE-APPLIC            TO HCH-SOURCE-APPLIC.
           MOVE TLG-LOG-ENVIRONMENT          TO HCH-LOG-ENVIRONMENT.
           MOVE TLG-SEGMENT-ID               TO HCH-SEGMENT-ID.
           MOVE TLG-LOG-DESCRIPTION          TO HCH-LOG-DESCRIPTION.
           MOVE TLG-SERVICE-NAME             TO HCH-SERVICE-NAME.
           MOVE TLG-CORRELATION-ID           TO HCH-CORRELATION-ID.
           MOVE TLG-LOG-TYPE                 TO HCH-LOG-TYPE.
           MOVE TLG-LOG-TIMESTAMP            TO HCH-LOG-TIMESTAMP.
           MOVE TLG-RACF-ID                  TO HCH-RACF-ID.
           MOVE TLG-SRV-FN-CD                TO HCH-SRV-FN-CD.
           MOVE TLG-REQUEST-STATUS           TO HCH-REQUEST-STATUS.
           MOVE TLG-OPER-MODE                TO HCH-OPER-MODE.
           MOVE TLG-BATCH-COUNT              TO HCH-BATCH-COUNT.
           MOVE TLG-DB2-ELAPSED-MS           TO HCH-DB2-ELAPSED-MS.
           MOVE TLG-OPERATION                TO HCH-OPERATION.
           MOVE TLG-FAIL-CODE                TO HCH-FAIL-CODE.
           MOVE TLG-SEG-SEQ                  TO HCH-SEG-SEQ.
           MOVE TLG-LOG-DATA-LENGTH          TO HCH-LOG-DATA-LENGTH.
           MOVE TLG-LOG-DATA                 TO HCH-LOG-DATA.

           CALL WS-HASH-PGM USING HCH-CALL-AREA.

           IF HCH-RETURN-CODE NOT = ZERO
               DISPLAY 'F5748HCV - HASH FAILED ICSF RC='
                        HCH-RETURN-CODE ' REASON=' HCH-REASON-CODE
                        ' - VERIFY ABANDONED'
               MOVE 12                       TO RETURN-CODE
               SET WS-ICSF-FAILED            TO TRUE
               GO TO 2200-EXIT
           END-IF.

           IF HCH-ROW-HASH = TLG-ROW-HASH
               ADD 1                         TO WS-ROWS-HASH-OK
           ELSE
               ADD 1                         TO WS-ROWS-ALTERED
               MOVE 'ALTERED'                TO WS-BREAK-TYPE
               PERFORM 2800-NOTE-BREAK
                  THRU 2800-EXIT
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2300-CHECK-GAP                           *
      * THE SEQUENCES BETWEEN THE LAST ROW AND THIS ONE ARE OFFLOADED  *
      * WHEN F5748OFL RANGES COVER ALL OF THEM, ONE RANGE TAKING UP    *
      * WHERE THE LAST LEFT OFF.                                       *
      ******************************************************************
       2300-CHECK-GAP.

           COMPUTE WS-GAP-LOW-SEQ  = WS-LAST-SEQ + 1.
           COMPUTE WS-GAP-HIGH-SEQ = TLG-CHAIN-SEQ - 1.
           COMPUTE WS-GAP-ROWS = WS-GAP-HIGH-SEQ - WS-GAP-LOW-SEQ + 1.

           MOVE WS-GAP-LOW-SEQ               TO WS-COVER-SEQ.
           MOVE 'N'                          TO WS-GAP-COVERED-SW
                                                WS-COVER-DONE-SW.

           PERFORM 2310-COVER-FROM-OFFLOAD
              THRU 2310-EXIT
              UNTIL WS-COVER-DONE.

           IF WS-GAP-IS-OFFLOADED
               ADD WS-GAP-ROWS               TO WS-ROWS-OFFLOADED
           ELSE
               ADD WS-GAP-ROWS               TO WS-ROWS-MISSING
               MOVE 'MISSING'                TO WS-BREAK-TYPE
               PERFORM 2800-NOTE-BREAK
                  THRU 2800-EXIT
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2310-COVER-FROM-OFFLOAD                      *
      ******************************************************************
       2310-COVER-FROM-OFFLOAD.

           EXEC SQL
                SELECT MAX(LCO_HIGH_SEQ)
                  INTO :WS-COVER-HIGH-SEQ :WS-COVER-HIGH-IND
                  FROM T_UIS_LOG_CHAIN_OFL
                 WHERE LCO_LOW_SEQ  <= :WS-COVER-SEQ
                   AND LCO_HIGH_SEQ >= :WS-COVER-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-COVER-HIGH-IND < 0
               SET WS-COVER-DONE             TO TRUE
               GO TO 2310-EXIT
           END-IF.

           IF WS-COVER-HIGH-SEQ >= WS-GAP-HIGH-SEQ
               SET WS-GAP-IS-OFFLOADED       TO TRUE
               SET WS-COVER-DONE             TO TRUE
           ELSE
               COMPUTE WS-COVER-SEQ = WS-COVER-HIGH-SEQ + 1
           END-IF.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2800-NOTE-BREAK                           *
      ******************************************************************
       2800-NOTE-BREAK.

           ADD 1                             TO WS-BREAK-COUNT.

           PERFORM 2900-PRINT-FINDING
              THRU 2900-EXIT.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2900-PRINT-FINDING                         *
      * A MISSING FINDING NAMES THE ABSENT RANGE; EVERY OTHER NAMES    *
      * THE ROW, ITS TABLE, AND WHAT IT LOGGED.                        *
      ******************************************************************
       2900-PRINT-FINDING.

           IF WS-BREAK-TYPE = 'MISSING'
               MOVE WS-GAP-LOW-SEQ           TO WS-SEQ-DSP
               MOVE WS-GAP-HIGH-SEQ          TO WS-SEQ2-DSP
               DISPLAY 'F5748HCV - ' WS-BREAK-TYPE
                       ' SEQ' WS-SEQ-DSP ' THRU' WS-SEQ2-DSP
           ELSE
               MOVE TLG-CHAIN-SEQ            TO WS-SEQ-DSP
               DISPLAY 'F5748HCV - ' WS-BREAK-TYPE
                       ' SEQ' WS-SEQ-DSP ' ' WS-ROW-SOURCE ' '
                       TLG-LOG-TIMESTAMP ' ' TLG-LOG-TYPE ' '
                       TLG-CORRELATION-ID
           END-IF.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-CHECK-TAIL                          *
      * THE WALK MUST REACH THE HEAD AS IT STOOD WHEN THE RUN STARTED  *
      * - ROWS LANDED SINCE ARE SIMPLY WALKED TOO. A SHORT TAIL MEANS  *
      * THE NEWEST ROWS WERE DELETED.                                  *
      ******************************************************************
       3000-CHECK-TAIL.

           IF WS-LAST-SEQ >= WS-HEAD-SEQ
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-GAP-LOW-SEQ  = WS-LAST-SEQ + 1.
           MOVE WS-HEAD-SEQ                  TO WS-GAP-HIGH-SEQ.
           COMPUTE WS-GAP-ROWS = WS-GAP-HIGH-SEQ - WS-GAP-LOW-SEQ + 1.

           ADD WS-GAP-ROWS                   TO WS-ROWS-MISSING.
           MOVE 'MISSING'                    TO WS-BREAK-TYPE.
           PERFORM 2800-NOTE-BREAK
              THRU 2800-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-LIST-UNCHAINED                         *
      ******************************************************************
       4000-LIST-UNCHAINED.

           EXEC SQL
                OPEN UNCH-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCV - UNCHAINED OPEN FAILED SQLCODE='
                        SQLCODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-LIST-ONE-UNCHAINED
              THRU 4100-EXIT
              UNTIL WS-EOF-UNCH-CURSOR.

           EXEC SQL
                CLOSE UNCH-CSR
           END-EXEC.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4100-LIST-ONE-UNCHAINED                       *
      ******************************************************************
       4100-LIST-ONE-UNCHAINED.

           EXEC SQL
                FETCH UNCH-CSR
                INTO  :TLG-LOG-TIMESTAMP, :TLG-CORRELATION-ID,
                      :TLG-LOG-TYPE,      :TLG-CALLING-PGM
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748HCV - UNCHAINED FETCH FAILED '
                           'SQLCODE=' SQLCODE
               END-IF
               SET WS-EOF-UNCH-CURSOR        TO TRUE
               GO TO 4100-EXIT
           END-IF.

           ADD 1                             TO WS-ROWS-UNCHAINED.

           DISPLAY 'F5748HCV - UNCHAINED ' TLG-LOG-TIMESTAMP ' '
                   TLG-LOG-TYPE ' ' TLG-CALLING-PGM ' '
                   TLG-CORRELATION-ID.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6000-SAVE-CHECKPOINT                        *
      * THE CHECKPOINT MOVES TO THE LAST ROW BEFORE THE FIRST BREAK,   *
      * SO THE NEXT INCR RUN REPORTS THE BREAK AGAIN UNTIL IT IS DEALT *
      * WITH.                                                          *
      ******************************************************************
       6000-SAVE-CHECKPOINT.

           EXEC SQL
                UPDATE T_UIS_LOG_CHAIN
                   SET LCH_VERIFIED_SEQ  = :WS-CLEAN-SEQ
                     , LCH_VERIFIED_HASH = :WS-CLEAN-HASH
                     , LCH_VERIFIED_TS   = CURRENT TIMESTAMP
                 WHERE LCH_CHAIN_ID      = :WS-CHAIN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCV - CHECKPOINT UPDATE FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   7000-RAISE-BREAK-ALERT                       *
      * ONE T_UIS_ALERT ROW A DAY UNDER F5748HCV, ROLLED UP ON A RERUN *
      * THE WAY F5748ALD ROLLS UP REPEAT ALERTS.                       *
      ******************************************************************
       7000-RAISE-BREAK-ALERT.

           MOVE SPACES                       TO WS-ALERT-CORREL-ID
                                                WS-ALERT-TEXT.
           MOVE WS-CLEAN-SEQ                 TO WS-SEQ-DSP.
           STRING 'F5748HCV CHAIN BREAK ' WS-PARM-MODE
                  DELIMITED BY SIZE
                  INTO WS-ALERT-CORREL-ID.
           STRING 'F5748HCV TRANSACTION LOG HASH CHAIN BROKEN - '
                  'ALTERED ' WS-ROWS-ALTERED
                  ' MISSING ' WS-ROWS-MISSING
                  ' INSERTED ' WS-ROWS-INSERTED
                  ' LINKS ' WS-LINKS-BROKEN
                  '. VERIFIED THROUGH SEQ' WS-SEQ-DSP
                  DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT.

           DISPLAY 'F5748HCV - ALERT: ' WS-ALERT-TEXT(1:100).

           EXEC SQL
                SELECT ALR_REPEAT_COUNT
                  INTO :ALR-REPEAT-COUNT
                  FROM T_UIS_ALERT
                 WHERE ALR_SRV_PGM_NM = :WS-NAME-OF-THIS-MODULE
                   AND ALR_ALERT_DATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                         TO ALR-REPEAT-COUNT
               EXEC SQL
                    UPDATE T_UIS_ALERT
                       SET ALR_REPEAT_COUNT    = :ALR-REPEAT-COUNT
                         , ALR_LAST_CORREL_ID  = :WS-ALERT-CORREL-ID
                         , ALR_LAST_TS         = CURRENT TIMESTAMP
                         , ALR_ALERT_TEXT      = :WS-ALERT-TEXT
                     WHERE ALR_SRV_PGM_NM = :WS-NAME-OF-THIS-MODULE
                       AND ALR_ALERT_DATE = CURRENT DATE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO T_UIS_ALERT
                           ( ALR_SRV_PGM_NM
                           , ALR_ALERT_DATE
                           , ALR_SRV_FN_CD
                           , ALR_RACF_ID
                           , ALR_FAILURE_CODE
                           , ALR_FIRST_CORREL_ID
                           , ALR_LAST_CORREL_ID
                           , ALR_FIRST_TS
                           , ALR_LAST_TS
                           , ALR_REPEAT_COUNT
                           , ALR_ESCALATION_LVL
                           , ALR_ALERT_TEXT
                           , ALR_WORK_STATUS
                           , ALR_ESCALATED_IND )
                    VALUES ( :WS-NAME-OF-THIS-MODULE
                           , CURRENT DATE
                           , :WS-ALERT-FN-CD
                           , ' '
                           , 0
                           , :WS-ALERT-CORREL-ID
                           , :WS-ALERT-CORREL-ID
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , :WS-ALERT-LVL
                           , :WS-ALERT-TEXT
                           , 'O'
                           , 'N' )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCV - ALERT WRITE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           MOVE WS-CLEAN-SEQ                 TO WS-SEQ-DSP.

           DISPLAY ' '.
           DISPLAY 'F5748HCV - ROWS WALKED          : ' WS-ROWS-WALKED.
           DISPLAY 'F5748HCV - ROWS HASH VERIFIED   : '
                    WS-ROWS-HASH-OK.
           DISPLAY 'F5748HCV - ROWS ALTERED         : '
                    WS-ROWS-ALTERED.
           DISPLAY 'F5748HCV - ROWS MISSING         : '
                    WS-ROWS-MISSING.
           DISPLAY 'F5748HCV - ROWS INSERTED        : '
                    WS-ROWS-INSERTED.
           DISPLAY 'F5748HCV - LINKS BROKEN         : '
                    WS-LINKS-BROKEN.
           DISPLAY 'F5748HCV - ROWS OFFLOADED (GAP) : '
                    WS-ROWS-OFFLOADED.
           DISPLAY 'F5748HCV - ROWS ERASED (ERA)    : '
                    WS-ROWS-REDACTED.
           DISPLAY 'F5748HCV - ROWS IN BOTH TABLES  : '
                    WS-ROWS-DUP-COPY.
           DISPLAY 'F5748HCV - ROWS UNCHAINED       : '
                    WS-ROWS-UNCHAINED.
           DISPLAY 'F5748HCV - VERIFIED THROUGH SEQ :' WS-SEQ-DSP.

           IF WS-ICSF-FAILED
               DISPLAY 'F5748HCV - *** VERIFY DID NOT COMPLETE ***'
               GO TO 9000-EXIT
           END-IF.

           IF WS-BREAK-COUNT > ZERO
               DISPLAY 'F5748HCV - *** CHAIN BROKEN ***'
               MOVE 8                        TO RETURN-CODE
           ELSE
               DISPLAY 'F5748HCV - CHAIN INTACT'
               IF WS-ROWS-UNCHAINED > ZERO
                AND RETURN-CODE < 4
                   MOVE 4                    TO RETURN-CODE
               END-IF
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748HCV.
