      ******************************************************************
      * DCLGEN TABLE(T_UIS_LOG_CHAIN_OFL)                              *
      *        STRUCTURE(DCLT-UIS-LOG-CHAIN-OFL)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER F5748OFL RUN: THE RANGE OF TRANSACTION LOG CHAIN   *
      * SEQUENCES IT OFFLOADED TO THE GDG AND PURGED FROM              *
      * T_UIS_TRANSACTION_LOG_ARCH, WITH THE ROW COUNT. F5748HCV       *
      * ACCEPTS A GAP IN THE CHAIN THAT FALLS WHOLLY INSIDE AN         *
      * OFFLOADED RANGE AS OFFLOADED RATHER THAN MISSING. THE          *
      * OFFLOADED ROWS KEEP THEIR CHAIN VALUES ON THE GDG RECORD.      *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_LOG_CHAIN_OFL TABLE
           ( LCO_OFFLOAD_TS                 TIMESTAMP NOT NULL,
             LCO_CUTOFF_DATE                DATE NOT NULL,
             LCO_LOW_SEQ                    DECIMAL(15,0) NOT NULL,
             LCO_HIGH_SEQ                   DECIMAL(15,0) NOT NULL,
             LCO_ROW_COUNT                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_LOG_CHAIN_OFL                *
      ******************************************************************
       01  DCLT-UIS-LOG-CHAIN-OFL.
           10 LCO-OFFLOAD-TS                PIC X(26).
           10 LCO-CUTOFF-DATE               PIC X(10).
           10 LCO-LOW-SEQ                   PIC S9(15)V USAGE COMP-3.
           10 LCO-HIGH-SEQ                  PIC S9(15)V USAGE COMP-3.
           10 LCO-ROW-COUNT                 PIC S9(09) USAGE COMP.
