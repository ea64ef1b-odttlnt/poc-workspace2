      * INQUIRY-ONLY), SO PRIVACY AUDIT CAN ANSWER WHO VIEWED          *
      * UNMASKED SENSITIVE DATA, WHEN, AND FOR WHICH CUSTOMER.         *
      * F5748DSR PRINTS THE MONTHLY DISCLOSURE REPORT PER RACF ID.     *
      * F5748TKN ALSO WRITES ONE, WITH DSC_AUTH_LEVEL 'T', EACH TIME   *
      * THE TOKENIZED PERSONAL DATA IN A LOGGED PAYLOAD IS SHOWN IN    *
      * THE CLEAR TO AN ENTITLED READER OF THE LOG.                    *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_DISCLOSURE_LOG TABLE
           ( DSC_RACF_ID                    CHAR(8) NOT NULL,
