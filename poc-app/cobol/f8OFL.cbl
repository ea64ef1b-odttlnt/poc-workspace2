      *                PURGES NOTHING. THE PURGE COUNT IS COMPARED TO  *
      *                THE WRITTEN COUNT AND A VARIANCE IS REPORTED.   *
      *                                                                *
      *                EACH DETAIL RECORD CARRIES THE ROW'S HASH-CHAIN *
      *                VALUES, AND THE RANGE OF CHAIN SEQUENCES        *
      *                PURGED IS RECORDED ON T_UIS_LOG_CHAIN_OFL SO    *
      *                F5748HCV KNOWS THE GAP IS OFFLOADED, NOT        *
      *                MISSING.                                        *
      *                                                                *
      *  ENVIRONMENT:  BATCH. THE OFFLOAD DD POINTS AT THE NEXT        *
      *                GENERATION OF THE GDG (JCL RESPONSIBILITY).     *
      *                                                                *
      *                ROW PLUS A TRAILER RECORD.                      *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG_ARCH (READ, DELETE)       *
      *                T_UIS_LOG_CHAIN_OFL        (INSERT)             *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-09-02 UISAD  ROWS FOR CUSTOMERS UNDER AN ACTIVE LEGAL    *
      *                    HOLD (T_UIS_LEGAL_HOLD) ARE NEITHER         *
      *                    OFFLOADED NOR PURGED, AND ARE REPORTED      *
      *  2026-10-15 UISAD  CARRY THE HASH-CHAIN COLUMNS ON THE DETAIL  *
      *                    RECORD (RECORD LENGTH NOW 32131) AND LOG    *
      *                    THE OFFLOADED CHAIN RANGE FOR F5748HCV      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  OFL-RECORD-TYPE              PIC X(01).
               88  OFL-IS-DETAIL                      VALUE 'D'.
               88  OFL-IS-TRAILER                     VALUE 'T'.
           05  OFL-RECORD-BODY              PIC X(32130).
           05  OFL-TRAILER-VIEW REDEFINES OFL-RECORD-BODY.
               10  OFL-TRAILER-ROW-COUNT    PIC 9(09).
               10  OFL-TRAILER-VERIF-TOTAL  PIC 9(15).
               10  FILLER                   PIC X(32106).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                                        VALUE ZEROES.
           05  WS-HELD-SKIP-COUNT           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CHAINED-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CHAIN-LOW-SEQ             PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-CHAIN-HIGH-SEQ            PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05  WS-DTL-OPERATION             PIC X(08).
           05  WS-DTL-FAIL-CODE             PIC X(04).
           05  WS-DTL-SEG-SEQ               PIC 9(02).
           05  WS-DTL-CHAIN-SEQ             PIC 9(15).
           05  WS-DTL-ROW-HASH              PIC X(64).
           05  WS-DTL-PREV-HASH             PIC X(64).

      ******************************************************************
      *                                                                *
      * DCLGEN FOR T_UIS_TRANSACTION_LOG_ARCH
           EXEC SQL INCLUDE F5748TLA     END-EXEC.

      * DCLGEN FOR T_UIS_LOG_CHAIN_OFL
           EXEC SQL INCLUDE F5748LCO     END-EXEC.

           EXEC SQL
                DECLARE OFFLOAD-CSR CURSOR FOR
                SELECT TLA_CALLING_PGM,   TLA_TRANID,
                       TLA_OPER_MODE,     TLA_BATCH_COUNT,
                       TLA_DB2_ELAPSED_MS,
                       TLA_OPERATION,     TLA_FAIL_CODE,
                       TLA_SEG_SEQ,
                       TLA_CHAIN_SEQ,     TLA_ROW_HASH,
                       TLA_PREV_HASH
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE DATE(TLA_LOG_TIMESTAMP) < :WS-CUTOFF-DATE
                   AND NOT EXISTS
                      :TLA-OPER-MODE,     :TLA-BATCH-COUNT,
                      :TLA-DB2-ELAPSED-MS,
                      :TLA-OPERATION,     :TLA-FAIL-CODE,
                      :TLA-SEG-SEQ,
                      :TLA-CHAIN-SEQ,     :TLA-ROW-HASH,
                      :TLA-PREV-HASH
           END-EXEC.

           EVALUATE TRUE
           MOVE TLA-OPERATION               TO WS-DTL-OPERATION.
           MOVE TLA-FAIL-CODE               TO WS-DTL-FAIL-CODE.
           MOVE TLA-SEG-SEQ                 TO WS-DTL-SEG-SEQ.
           MOVE TLA-CHAIN-SEQ               TO WS-DTL-CHAIN-SEQ.
           MOVE TLA-ROW-HASH                TO WS-DTL-ROW-HASH.
           MOVE TLA-PREV-HASH               TO WS-DTL-PREV-HASH.

           MOVE SPACES                      TO OFFLOAD-RECORD.
           SET OFL-IS-DETAIL                TO TRUE.
           IF WS-OFFLOAD-OK
               ADD 1                        TO WS-WRITTEN-COUNT
               ADD TLA-LOG-DATA-LENGTH      TO WS-VERIF-TOTAL
               IF TLA-CHAIN-SEQ > ZERO
                   PERFORM 2200-NOTE-CHAIN-RANGE
                      THRU 2200-EXIT
               END-IF
           ELSE
               DISPLAY 'F5748OFL - WRITE FAILED STATUS='
                        WS-OFFLOAD-STATUS
           EXIT.
      *
      ******************************************************************
      *                   2200-NOTE-CHAIN-RANGE                        *
      * LOWEST AND HIGHEST CHAIN SEQUENCE WRITTEN TO THE FILE.         *
      ******************************************************************
       2200-NOTE-CHAIN-RANGE.

           ADD 1                            TO WS-CHAINED-COUNT.

           IF WS-CHAIN-LOW-SEQ = ZERO
            OR TLA-CHAIN-SEQ < WS-CHAIN-LOW-SEQ
               MOVE TLA-CHAIN-SEQ           TO WS-CHAIN-LOW-SEQ
           END-IF.

           IF TLA-CHAIN-SEQ > WS-CHAIN-HIGH-SEQ
               MOVE TLA-CHAIN-SEQ           TO WS-CHAIN-HIGH-SEQ
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-WRITE-TRAILER                         *
      ******************************************************************
       3000-WRITE-TRAILER.
                       'WRITTEN=' WS-WRITTEN-COUNT
                       ' PURGED=' WS-PURGED-COUNT
           END-IF.

           IF WS-CHAINED-COUNT > ZERO
               PERFORM 5100-LOG-CHAIN-RANGE
                  THRU 5100-EXIT
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5100-LOG-CHAIN-RANGE                         *
      * RECORDS THE CHAIN SEQUENCES THIS RUN TOOK OUT OF DB2, SO THE   *
      * HASH-CHAIN VERIFIER CAN TELL AN OFFLOADED GAP FROM A DELETED   *
      * ROW. HELD ROWS INSIDE THE RANGE STAY ON THE ARCHIVE TABLE AND  *
      * ARE STILL VERIFIED THERE.                                      *
      ******************************************************************
       5100-LOG-CHAIN-RANGE.

           MOVE WS-CHAIN-LOW-SEQ            TO LCO-LOW-SEQ.
           MOVE WS-CHAIN-HIGH-SEQ           TO LCO-HIGH-SEQ.
           MOVE WS-CHAINED-COUNT            TO LCO-ROW-COUNT.

           EXEC SQL
                INSERT INTO T_UIS_LOG_CHAIN_OFL
                       ( LCO_OFFLOAD_TS
                       , LCO_CUTOFF_DATE
                       , LCO_LOW_SEQ
                       , LCO_HIGH_SEQ
                       , LCO_ROW_COUNT )
                VALUES ( CURRENT TIMESTAMP
                       , DATE(:WS-CUTOFF-DATE)
                       , :LCO-LOW-SEQ
                       , :LCO-HIGH-SEQ
                       , :LCO-ROW-COUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748OFL - CHAIN RANGE INSERT FAILED SQLCODE='
                        SQLCODE ' - F5748HCV WILL REPORT THE GAP'
           ELSE
               DISPLAY 'F5748OFL - CHAIN SEQUENCES OFFLOADED: '
                        WS-CHAIN-LOW-SEQ ' TO ' WS-CHAIN-HIGH-SEQ
           END-IF.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
