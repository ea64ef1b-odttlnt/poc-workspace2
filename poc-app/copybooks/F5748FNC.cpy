      ******************************************************************
      * DCLGEN TABLE(T_UIS_FN_COST)                                    *
      *        STRUCTURE(DCLT-UIS-FN-COST)                             *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CICS RESOURCE COST PER SERVICE FUNCTION AND SOURCE APPLICATION,*
      * ONE ROW PER DAY. LOADED DAILY BY F5748CPU FROM THE CICS SMF 110*
      * PERFORMANCE RECORDS, EACH TASK MATCHED TO ITS 'RESPONSE' ROWS  *
      * ON T_UIS_TRANSACTION_LOG BY TRANID, TASK NUMBER AND TIME. A    *
      * TASK THAT MADE SEVERAL CALLS HAS ITS COST SHARED OVER THEM BY  *
      * CALL COUNT. CPU AND ELAPSED ARE IN MICROSECONDS. F5748CHB BILLS*
      * ON FNC_CPU_USEC WHEN ITS CPU BASIS IS ASKED FOR.               *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_FN_COST TABLE
           ( FNC_COST_DATE                  DATE NOT NULL,
             FNC_SRV_FN_CD                  CHAR(4) NOT NULL,
             FNC_SOURCE_APPLIC              CHAR(10) NOT NULL,
             FNC_CALL_COUNT                 INTEGER NOT NULL,
             FNC_CPU_USEC                   DECIMAL(15,0) NOT NULL,
             FNC_ELAPSED_USEC               DECIMAL(15,0) NOT NULL,
             FNC_LOAD_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_FN_COST                      *
      ******************************************************************
       01  DCLT-UIS-FN-COST.
           10 FNC-COST-DATE                 PIC X(10).
           10 FNC-SRV-FN-CD                 PIC X(04).
           10 FNC-SOURCE-APPLIC             PIC X(10).
           10 FNC-CALL-COUNT                PIC S9(09) USAGE COMP.
           10 FNC-CPU-USEC                  PIC S9(15)V USAGE COMP-3.
           10 FNC-ELAPSED-USEC              PIC S9(15)V USAGE COMP-3.
           10 FNC-LOAD-TS                   PIC X(26).
