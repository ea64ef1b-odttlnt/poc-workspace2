      ******************************************************************
      * DCLGEN TABLE(T_UIS_PII_VAULT)                                  *
      *        STRUCTURE(DCLT-UIS-PII-VAULT)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * TOKEN VAULT FOR THE PERSONAL DATA LIFTED OUT OF LOGGED         *
      * REQUEST/RESPONSE PAYLOADS. F5748TKN REPLACES EACH NAME, DATE   *
      * OF BIRTH, CONTACT DETAIL, AND HOUSEHOLD ROSTER FIELD IN A      *
      * 'REQUEST', 'RESPONSE', OR 'RESPONSC' ROW WITH A TOKEN ('#T'    *
      * PLUS A THREE-DIGIT SLOT) BEFORE F5748I00 QUEUES THE ROW, AND   *
      * KEEPS THE ORIGINAL VALUES HERE - ONE ROW PER TOKENIZED LOG     *
      * ROW, KEYED THE SAME WAY THE LOG ROW IS (CORRELATION ID, LOG    *
      * TYPE, SEGMENT SEQUENCE). PVT_VALUES HOLDS THE SLOTS END TO     *
      * END, EACH AS SLOT NUMBER (3), VALUE LENGTH (3), AND THE VALUE  *
      * ITSELF. THE TABLE LIVES IN ITS OWN TABLESPACE; ONLY THE PLANS  *
      * CARRYING F5748TKN ARE GRANTED ACCESS TO IT - NOBODY READS IT   *
      * DIRECTLY, AND EVERY READ THROUGH F5748TKN IS ENTITLEMENT-      *
      * CHECKED (T_UIS_PII_DETOK_AUTH) AND LANDS ON THE DISCLOSURE     *
      * LOG. F5748ERA DELETES A CUSTOMER'S ROWS BY PVT_CUST_NUM.       *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_PII_VAULT TABLE
           ( PVT_CORRELATION_ID             CHAR(50) NOT NULL,
             PVT_LOG_TYPE                   CHAR(8) NOT NULL,
             PVT_SEG_SEQ                    SMALLINT NOT NULL,
             PVT_CUST_NUM                   CHAR(10) NOT NULL,
             PVT_TOKEN_COUNT                SMALLINT NOT NULL,
             PVT_VALUES                     VARCHAR(8000) NOT NULL,
             PVT_CREATED_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_PII_VAULT                    *
      ******************************************************************
       01  DCLT-UIS-PII-VAULT.
           10 PVT-CORRELATION-ID            PIC X(50).
           10 PVT-LOG-TYPE                  PIC X(08).
           10 PVT-SEG-SEQ                   PIC S9(04) USAGE COMP.
           10 PVT-CUST-NUM                  PIC X(10).
           10 PVT-TOKEN-COUNT               PIC S9(04) USAGE COMP.
           10 PVT-VALUES.
              49 PVT-VALUES-LEN             PIC S9(04) USAGE COMP.
              49 PVT-VALUES-TEXT            PIC X(8000).
           10 PVT-CREATED-TS                PIC X(26).
