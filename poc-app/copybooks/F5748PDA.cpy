      ******************************************************************
      * DCLGEN TABLE(T_UIS_PII_DETOK_AUTH)                             *
      *        STRUCTURE(DCLT-UIS-PII-DETOK-AUTH)                      *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * WHO MAY SEE THE PERSONAL DATA BEHIND THE TOKENS IN LOGGED      *
      * PAYLOADS (SEE T_UIS_PII_VAULT). ONE ROW PER RACF ID,           *
      * MAINTAINED BY THE DBA ON REQUEST FROM THE PRIVACY OFFICE, WITH *
      * THE APPROVER AND THE REASON RECORDED. THE GRANT LAPSES AT      *
      * PDA_EXPIRY_DATE. NO ROW (OR A LAPSED ONE) - F5748TRC,          *
      * F5748THS, F5748RPL, AND F5748SAR SHOW THE TOKENS ONLY.         *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_PII_DETOK_AUTH TABLE
           ( PDA_RACF_ID                    CHAR(8) NOT NULL,
             PDA_GRANTED_BY                 CHAR(8) NOT NULL,
             PDA_GRANT_REASON               CHAR(60) NOT NULL,
             PDA_EXPIRY_DATE                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_PII_DETOK_AUTH               *
      ******************************************************************
       01  DCLT-UIS-PII-DETOK-AUTH.
           10 PDA-RACF-ID                   PIC X(08).
           10 PDA-GRANTED-BY                PIC X(08).
           10 PDA-GRANT-REASON              PIC X(60).
           10 PDA-EXPIRY-DATE               PIC X(10).
