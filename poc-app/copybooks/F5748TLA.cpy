             TLA_DB2_ELAPSED_MS             INTEGER NOT NULL,
             TLA_OPERATION                  CHAR(8) NOT NULL,
             TLA_FAIL_CODE                  CHAR(4) NOT NULL,
             TLA_SEG_SEQ                    SMALLINT NOT NULL,
             TLA_CHAIN_SEQ                  DECIMAL(15,0) NOT NULL
                                            WITH DEFAULT,
             TLA_ROW_HASH                   CHAR(64) NOT NULL
                                            WITH DEFAULT,
             TLA_PREV_HASH                  CHAR(64) NOT NULL
                                            WITH DEFAULT,
             TLA_PURPOSE_CD                 CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_TRANSACTION_LOG_ARCH         *
           10 TLA-OPERATION                 PIC X(08).
           10 TLA-FAIL-CODE                 PIC X(04).
           10 TLA-SEG-SEQ                   PIC S9(04) USAGE COMP.
      * HASH-CHAIN VALUES CARRIED OVER UNCHANGED FROM THE LIVE ROW BY
      * F5748ARC - SEE TLG_CHAIN_SEQ IN F5748TLG.
           10 TLA-CHAIN-SEQ                 PIC S9(15)V USAGE COMP-3.
           10 TLA-ROW-HASH                  PIC X(64).
           10 TLA-PREV-HASH                 PIC X(64).
      * PURPOSE-OF-USE CODE CARRIED OVER FROM THE LIVE ROW BY
      * F5748ARC - SEE TLG_PURPOSE_CD IN F5748TLG.
           10 TLA-PURPOSE-CD                PIC X(04).
