      ******************************************************************
      * DCLGEN TABLE(T_CORR_SENT_HIST)                                 *
      *        STRUCTURE(DCLT-CORR-SENT-HIST)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CORRESPONDENCE SENT - ONE ROW PER LETTER OR EMAIL F5748CRN     *
      * PUT ON THE VENDOR FILE, SO "WHAT DID WE SEND THIS CUSTOMER,    *
      * WHEN, AND WHERE TO" HAS ONE ANSWER WHATEVER PROGRAM ASKED FOR  *
      * IT. CRH_DESTINATION IS THE EMAIL ADDRESS, OR THE FIRST ADDRESS *
      * LINE WITH CRH_POSTAL_CD, AS RESOLVED ON THE NIGHT.             *
      * CRH_REQUEST_TS TIES THE ROW BACK TO ITS T_CORR_REQUEST ROW.    *
      ******************************************************************
           EXEC SQL DECLARE T_CORR_SENT_HIST TABLE
           ( CRH_CUST_NUM                   CHAR(10) NOT NULL,
             CRH_SENT_TS                    TIMESTAMP NOT NULL,
             CRH_TEMPLATE_CD                CHAR(8) NOT NULL,
             CRH_CHANNEL                    CHAR(1) NOT NULL,
             CRH_DESTINATION                CHAR(50) NOT NULL,
             CRH_POSTAL_CD                  CHAR(10) NOT NULL,
             CRH_REQUEST_TS                 TIMESTAMP NOT NULL,
             CRH_SOURCE_PGM                 CHAR(8) NOT NULL,
             CRH_RUN_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CORR_SENT_HIST                   *
      ******************************************************************
       01  DCLT-CORR-SENT-HIST.
           10 CRH-CUST-NUM                  PIC X(10).
           10 CRH-SENT-TS                   PIC X(26).
           10 CRH-TEMPLATE-CD               PIC X(08).
           10 CRH-CHANNEL                   PIC X(01).
           10 CRH-DESTINATION               PIC X(50).
           10 CRH-POSTAL-CD                 PIC X(10).
           10 CRH-REQUEST-TS                PIC X(26).
           10 CRH-SOURCE-PGM                PIC X(08).
           10 CRH-RUN-DATE                  PIC X(10).
