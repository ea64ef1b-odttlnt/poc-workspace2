      * OUTCOME AT END - SO THE MORNING C36 REPORT CAN NEVER AGAIN     *
      * RUN AGAINST A T_CUST_DATA THAT REC ABENDED HALFWAY THROUGH     *
      * LOADING. F5748RSB PRINTS THE CHAIN STATUS BOARD FOR A DATE.    *
      * 'MANUAL' IS SET ONLY FROM THE F5748NCC CONSOLE, WHEN AN        *
      * AUTHORIZED OPERATOR MARKS A FAILED JOB COMPLETE WITH A REASON; *
      * THE CHAIN GUARD ACCEPTS IT AS IT DOES 'SUCCESS'.               *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RUN_STATUS TABLE
           ( RUN_DATE                       DATE NOT NULL,
              88 RUN-OUTCOME-RUNNING               VALUE 'RUNNING'.
              88 RUN-OUTCOME-SUCCESS               VALUE 'SUCCESS'.
              88 RUN-OUTCOME-FAILED                VALUE 'FAILED'.
              88 RUN-OUTCOME-MANUAL                VALUE 'MANUAL'.
