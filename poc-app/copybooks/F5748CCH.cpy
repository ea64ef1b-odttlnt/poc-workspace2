      ******************************************************************
      * DCLGEN TABLE(T_CUST_CONTACT_HIST)                              *
      *        STRUCTURE(DCLT-CUST-CONTACT-HIST)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * PRIOR CONTACT DETAILS - F5748CCS COPIES THE CUSTOMER'S         *
      * T_CUST_CONTACT ROW HERE, STAMPED WITH CCH_REPLACED_TS AND THE  *
      * RACF ID MAKING THE CHANGE, JUST BEFORE AN UPDATE REPLACES IT.  *
      * CCH_EFF_DATE AND CCH_UPDT_RACF_ID ARE THE REPLACED ROW'S OWN.  *
      * F5748ATO SENDS ITS CHANGE-CONFIRMATION NOTICE TO THE ADDRESS   *
      * HELD HERE, NOT TO THE (POSSIBLY FRAUDULENT) NEW ONE.           *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_CONTACT_HIST TABLE
           ( CCH_CUST_NUM                   CHAR(10) NOT NULL,
             CCH_REPLACED_TS                TIMESTAMP NOT NULL,
             CCH_ADDR_LINE_1                CHAR(40) NOT NULL,
             CCH_ADDR_LINE_2                CHAR(40) NOT NULL,
             CCH_CITY                       CHAR(30) NOT NULL,
             CCH_STATE                      CHAR(2) NOT NULL,
             CCH_POSTAL_CD                  CHAR(10) NOT NULL,
             CCH_PHONE                      CHAR(15) NOT NULL,
             CCH_EMAIL                      CHAR(50) NOT NULL,
             CCH_EFF_DATE                   DATE NOT NULL,
             CCH_UPDT_RACF_ID               CHAR(8) NOT NULL,
             CCH_REPLACED_BY                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_CONTACT_HIST                *
      ******************************************************************
       01  DCLT-CUST-CONTACT-HIST.
           10 CCH-CUST-NUM                  PIC X(10).
           10 CCH-REPLACED-TS               PIC X(26).
           10 CCH-ADDR-LINE-1               PIC X(40).
           10 CCH-ADDR-LINE-2               PIC X(40).
           10 CCH-CITY                      PIC X(30).
           10 CCH-STATE                     PIC X(02).
           10 CCH-POSTAL-CD                 PIC X(10).
           10 CCH-PHONE                     PIC X(15).
           10 CCH-EMAIL                     PIC X(50).
           10 CCH-EFF-DATE                  PIC X(10).
           10 CCH-UPDT-RACF-ID              PIC X(08).
           10 CCH-REPLACED-BY               PIC X(08).
