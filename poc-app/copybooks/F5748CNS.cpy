             CNS_HH_DISCL_IND               CHAR(1) NOT NULL,
             CNS_MKTG_IND                   CHAR(1) NOT NULL,
             CNS_SET_RACF_ID                CHAR(8) NOT NULL,
             CNS_SET_TS                     TIMESTAMP NOT NULL,
             CNS_CORR_CHANNEL               CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * CNS_CORR_CHANNEL IS HOW THE CUSTOMER WANTS CORRESPONDENCE -    *
      * 'M' MAIL, 'E' EMAIL - AS F5748CRN RESOLVES IT FOR EACH         *
      * T_CORR_REQUEST ROW. ADDED AT THE END OF THE ROW (NOT NULL WITH *
      * DEFAULT 'M') SO COLUMN-LIST INSERTS ARE NOT DISTURBED; A       *
      * CUSTOMER WITH NO ROW IS MAILED.                                *
      ******************************************************************
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_CONSENT                     *
      ******************************************************************
       01  DCLT-CUST-CONSENT.
              88 CNS-MARKETING-BLOCKED              VALUE 'N'.
           10 CNS-SET-RACF-ID               PIC X(08).
           10 CNS-SET-TS                    PIC X(26).
           10 CNS-CORR-CHANNEL              PIC X(01).
              88 CNS-CORR-BY-MAIL                   VALUE 'M'.
              88 CNS-CORR-BY-EMAIL                  VALUE 'E'.
