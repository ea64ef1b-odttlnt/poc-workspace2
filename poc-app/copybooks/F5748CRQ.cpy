      ******************************************************************
      * DCLGEN TABLE(T_CORR_REQUEST)                                   *
      *        STRUCTURE(DCLT-CORR-REQUEST)                            *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CUSTOMER CORRESPONDENCE REQUESTS - THE ONE PLACE A UIS PROGRAM *
      * ASKS FOR A LETTER OR EMAIL TO GO TO A CUSTOMER. THE REQUESTER  *
      * INSERTS ONE ROW: CRQ_CUST_NUM, CRQ_REQUEST_TS = CURRENT        *
      * TIMESTAMP, CRQ_TEMPLATE_CD (THE PRINT VENDOR'S TEMPLATE),      *
      * CRQ_PRIORITY, CRQ_VAR_DATA (WHATEVER THE TEMPLATE NEEDS, IN    *
      * THE TEMPLATE'S OWN 'KEY=VALUE;' LAYOUT), CRQ_SOURCE_PGM (ITS   *
      * OWN PROGRAM NAME), AND CRQ_STATUS 'P' - THE OTHER COLUMNS      *
      * TAKE THEIR DEFAULTS. IT DOES NOT LOOK UP AN ADDRESS OR DECIDE  *
      * WHETHER THE CUSTOMER CAN BE WRITTEN TO: THE NIGHTLY F5748CRN   *
      * DOES THAT FOR EVERY PENDING ROW, WRITES THE ONE VENDOR FILE,   *
      * AND SETS THE OUTCOME HERE.                                     *
      *   CRQ_PRIORITY    '1' URGENT (REGULATORY/FRAUD)                *
      *                   '2' SERVICE (THE USUAL)                      *
      *                   '3' BULK                                     *
      *   CRQ_STATUS      'P' PENDING   'S' SENT TO THE VENDOR FILE    *
      *                   'X' SUPPRESSED - CRQ_SUPPRESS_RSN SAYS WHY:  *
      *                   'NCUS' NO SUCH CUSTOMER (MERGED/ERASED)      *
      *                   'DECD' RECORDED DECEASED                     *
      *                   'FRDH' ON FRAUD HOLD                         *
      *                   'NOAD' NO CONTACT DETAILS ON FILE            *
      *                   'UNDL' NEITHER ADDRESS NOR EMAIL DELIVERABLE *
      *   CRQ_CHANNEL     'M' MAIL  'E' EMAIL - AS SENT                *
      * CRQ_PROCESSED_TS EQUALS CRQ_REQUEST_TS UNTIL F5748CRN HAS      *
      * DEALT WITH THE ROW. KEY: CUST_NUM, REQUEST_TS, TEMPLATE_CD.    *
      ******************************************************************
           EXEC SQL DECLARE T_CORR_REQUEST TABLE
           ( CRQ_CUST_NUM                   CHAR(10) NOT NULL,
             CRQ_REQUEST_TS                 TIMESTAMP NOT NULL,
             CRQ_TEMPLATE_CD                CHAR(8) NOT NULL,
             CRQ_PRIORITY                   CHAR(1) NOT NULL,
             CRQ_VAR_DATA                   CHAR(200) NOT NULL,
             CRQ_SOURCE_PGM                 CHAR(8) NOT NULL,
             CRQ_STATUS                     CHAR(1) NOT NULL,
             CRQ_SUPPRESS_RSN               CHAR(4) NOT NULL,
             CRQ_CHANNEL                    CHAR(1) NOT NULL,
             CRQ_PROCESSED_TS               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CORR_REQUEST                     *
      ******************************************************************
       01  DCLT-CORR-REQUEST.
           10 CRQ-CUST-NUM                  PIC X(10).
           10 CRQ-REQUEST-TS                PIC X(26).
           10 CRQ-TEMPLATE-CD               PIC X(08).
           10 CRQ-PRIORITY                  PIC X(01).
              88 CRQ-PRIORITY-URGENT                VALUE '1'.
              88 CRQ-PRIORITY-SERVICE               VALUE '2'.
              88 CRQ-PRIORITY-BULK                  VALUE '3'.
           10 CRQ-VAR-DATA                  PIC X(200).
           10 CRQ-SOURCE-PGM                PIC X(08).
           10 CRQ-STATUS                    PIC X(01).
              88 CRQ-IS-PENDING                     VALUE 'P'.
              88 CRQ-IS-SENT                        VALUE 'S'.
              88 CRQ-IS-SUPPRESSED                  VALUE 'X'.
           10 CRQ-SUPPRESS-RSN              PIC X(04).
           10 CRQ-CHANNEL                   PIC X(01).
              88 CRQ-BY-MAIL                        VALUE 'M'.
              88 CRQ-BY-EMAIL                       VALUE 'E'.
           10 CRQ-PROCESSED-TS              PIC X(26).
