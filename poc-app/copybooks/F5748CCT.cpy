             CCT_EMAIL                      CHAR(50) NOT NULL,
             CCT_EFF_DATE                   DATE NOT NULL,
             CCT_UPDT_RACF_ID               CHAR(8) NOT NULL,
             CCT_UPDT_TS                    TIMESTAMP NOT NULL,
             CCT_MAIL_UNDELIV_IND           CHAR(1) NOT NULL,
             CCT_EMAIL_UNDELIV_IND          CHAR(1) NOT NULL,
             CCT_MAIL_RETURN_DATE           DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * ONE CURRENT CONTACT ROW PER CUSTOMER, KEYED BY CCT_CUST_NUM -  *
      * MAINTAINED BY THE F5748CCS SERVICE PROGRAM. T_CUST_DATA        *
      * CARRIES ONLY NUMBER/SEGMENT/NAME/DOB; THIS CHILD TABLE IS     *
      * WHERE THE ADDRESS AND CONTACT DETAILS LIVE.                    *
      * CCT_MAIL_UNDELIV_IND / CCT_EMAIL_UNDELIV_IND = 'Y' WHEN MAIL  *
      * TO THE ADDRESS CAME BACK, OR THE EMAIL BOUNCED, AS REPORTED    *
      * BY THE PRINT VENDOR - F5748CRN THEN WILL NOT USE THAT CHANNEL. *
      * F5748CCS PUTS A FLAG BACK TO 'N' WHEN THE ADDRESS (OR EMAIL)   *
      * IT COVERS IS CHANGED. ADDED AT THE END OF THE ROW (NOT NULL    *
      * WITH DEFAULT 'N') SO COLUMN-LIST INSERTS ARE NOT DISTURBED.    *
      * CCT_MAIL_RETURN_DATE IS THE DATE THE POST OFFICE RETURNED MAIL *
      * SENT TO THE CURRENT ADDRESS, SET WITH THE MAIL FLAG BY THE     *
      * F5748RML RETURNED-MAIL LOAD AND CLEARED WITH IT BY F5748CCS;   *
      * '0001-01-01' WHEN NOTHING HAS COME BACK. ADDED AT THE END OF   *
      * THE ROW, NOT NULL WITH THAT DEFAULT.                           *
      ******************************************************************
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_CONTACT                     *
           10 CCT-EFF-DATE                  PIC X(10).
           10 CCT-UPDT-RACF-ID              PIC X(08).
           10 CCT-UPDT-TS                   PIC X(26).
           10 CCT-MAIL-UNDELIV-IND          PIC X(01).
              88 CCT-MAIL-UNDELIVERABLE             VALUE 'Y'.
           10 CCT-EMAIL-UNDELIV-IND         PIC X(01).
              88 CCT-EMAIL-UNDELIVERABLE            VALUE 'Y'.
           10 CCT-MAIL-RETURN-DATE          PIC X(10).
