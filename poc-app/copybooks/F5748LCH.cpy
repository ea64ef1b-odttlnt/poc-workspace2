      ******************************************************************
      * DCLGEN TABLE(T_UIS_LOG_CHAIN)                                  *
      *        STRUCTURE(DCLT-UIS-LOG-CHAIN)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER HASH CHAIN (LCH_CHAIN_ID 'TLG' FOR THE             *
      * TRANSACTION LOG).                                              *
      *   LCH_LAST_SEQ/HASH     - THE HEAD OF THE CHAIN: THE LAST ROW  *
      *                           F5748LGA LANDED. THE NEXT ROW TAKES  *
      *                           LAST_SEQ + 1 AND CHAINS TO LAST_HASH *
      *   LCH_VERIFIED_SEQ/HASH - THE HIGHEST ROW F5748HCV HAS PROVED  *
      *                           UNBROKEN FROM THE START OF THE CHAIN *
      *                           - AN INCREMENTAL VERIFY STARTS HERE  *
      * THE ROW IS SEEDED WITH ZERO SEQUENCES AND SPACE HASHES.        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_LOG_CHAIN TABLE
           ( LCH_CHAIN_ID                   CHAR(8) NOT NULL,
             LCH_LAST_SEQ                   DECIMAL(15,0) NOT NULL,
             LCH_LAST_HASH                  CHAR(64) NOT NULL,
             LCH_LAST_TS                    TIMESTAMP NOT NULL,
             LCH_VERIFIED_SEQ               DECIMAL(15,0) NOT NULL,
             LCH_VERIFIED_HASH              CHAR(64) NOT NULL,
             LCH_VERIFIED_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_LOG_CHAIN                    *
      ******************************************************************
       01  DCLT-UIS-LOG-CHAIN.
           10 LCH-CHAIN-ID                  PIC X(08).
           10 LCH-LAST-SEQ                  PIC S9(15)V USAGE COMP-3.
           10 LCH-LAST-HASH                 PIC X(64).
           10 LCH-LAST-TS                   PIC X(26).
           10 LCH-VERIFIED-SEQ              PIC S9(15)V USAGE COMP-3.
           10 LCH-VERIFIED-HASH             PIC X(64).
           10 LCH-VERIFIED-TS               PIC X(26).
