      ******************************************************************
      * DCLGEN TABLE(T_UIS_IDV_ATTEMPT)                                *
      *        STRUCTURE(DCLT-UIS-IDV-ATTEMPT)                         *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER IDENTITY VERIFICATION ATTEMPT F5748IDV ANSWERS,    *
      * REFUSED ONES INCLUDED: WHO ASKED (RACF ID AND APPLICATION),    *
      * THE RESULT ('P' PASS, 'F' FAIL, 'L' REFUSED - CUSTOMER         *
      * LOCKED), WHICH FACTORS MATCHED (Y/N, SPACE WHEN NOT CHECKED),  *
      * AND THE FAIL COUNT AFTER THE ATTEMPT. THE ANSWERS THEMSELVES   *
      * ARE NEVER STORED. READ BY THE FRAUD TEAM FOR REPEATED PROBING  *
      * OF ONE CUSTOMER OR BY ONE AGENT.                               *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_IDV_ATTEMPT TABLE
           ( IVA_CUST_NUM                   CHAR(10) NOT NULL,
             IVA_ATTEMPT_TS                 TIMESTAMP NOT NULL,
             IVA_RACF_ID                    CHAR(8) NOT NULL,
             IVA_SRC_APP_NM                 CHAR(10) NOT NULL,
             IVA_RESULT                     CHAR(1) NOT NULL,
             IVA_DOB_MATCH                  CHAR(1) NOT NULL,
             IVA_POSTAL_MATCH               CHAR(1) NOT NULL,
             IVA_PHONE_MATCH                CHAR(1) NOT NULL,
             IVA_FAIL_COUNT                 INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_IDV_ATTEMPT                  *
      ******************************************************************
       01  DCLT-UIS-IDV-ATTEMPT.
           10 IVA-CUST-NUM                  PIC X(10).
           10 IVA-ATTEMPT-TS                PIC X(26).
           10 IVA-RACF-ID                   PIC X(08).
           10 IVA-SRC-APP-NM                PIC X(10).
           10 IVA-RESULT                    PIC X(01).
           10 IVA-DOB-MATCH                 PIC X(01).
           10 IVA-POSTAL-MATCH              PIC X(01).
           10 IVA-PHONE-MATCH               PIC X(01).
           10 IVA-FAIL-COUNT                PIC S9(09) USAGE COMP.
