      ******************************************************************
      * DCLGEN TABLE(T_UIS_RECERT_OWNER)                               *
      *        STRUCTURE(DCLT-UIS-RECERT-OWNER)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * WHO ANSWERS FOR AN ENTITLEMENT IN THE QUARTERLY ACCESS         *
      * RECERTIFICATION (F5748RCT). RCO_KEY_TYPE 'R' KEYS A RACF ID -  *
      * ITS T_UIS_RACF_SEG AND T_UIS_RACF_QUOTA ROWS GO TO THE         *
      * PERSON'S MANAGER; 'A' KEYS A SOURCE APPLICATION - ITS          *
      * T_UIS_APPRVD_CALLER ROW GOES TO THE APPLICATION OWNER. AN      *
      * ENTITLEMENT WITH NO ROW HERE IS SENT TO THE SECURITY OFFICE    *
      * (THE DEFAULT MANAGER ON THE CAMPAIGN CARD). MAINTAINED FROM    *
      * THE HR FEED AND THE APPLICATION INVENTORY BY THE SECURITY      *
      * OFFICE.                                                        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RECERT_OWNER TABLE
           ( RCO_KEY_TYPE                   CHAR(1) NOT NULL,
             RCO_ENT_KEY                    CHAR(10) NOT NULL,
             RCO_MANAGER_ID                 CHAR(8) NOT NULL,
             RCO_UPDT_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RECERT_OWNER                 *
      ******************************************************************
       01  DCLT-UIS-RECERT-OWNER.
           10 RCO-KEY-TYPE                  PIC X(01).
              88 RCO-KEY-IS-RACF-ID                 VALUE 'R'.
              88 RCO-KEY-IS-APPLICATION             VALUE 'A'.
           10 RCO-ENT-KEY                   PIC X(10).
           10 RCO-MANAGER-ID                PIC X(08).
           10 RCO-UPDT-TS                   PIC X(26).
