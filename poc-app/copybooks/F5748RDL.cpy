      ******************************************************************
      * DCLGEN TABLE(T_UIS_REPORT_DELIV_LOG)                           *
      *        STRUCTURE(DCLT-UIS-REPORT-DELIV-LOG)                    *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER REPORT RUN PER SUBSCRIBER, WRITTEN BY F5748RDP ON  *
      * ITS FIRST ATTEMPT TO DELIVER THAT RUN AND UPDATED ON EVERY     *
      * RETRY. KEY: RDL_REPORT_ID + RDL_RUN_DATE + RDL_DELIV_METHOD +  *
      * RDL_RECIPIENT (THE SUBSCRIPTION KEY PLUS THE RUN DATE).        *
      *                                                                *
      * RDL_STATUS 'S' - SENT (HANDED TO THE MAIL WRITER OR THE FILE   *
      * TRANSFER DROP); 'F' - FAILED, RETRIED ON THE NEXT DISPATCH RUN *
      * WHETHER OR NOT THE SUBSCRIPTION IS DUE; 'X' - GIVEN UP AFTER   *
      * THE MAXIMUM ATTEMPTS ON THE F5748RDP CARD. RDL_FAIL_RSN HOLDS  *
      * THE LATEST FAILURE AND IS KEPT AFTER A LATER SUCCESS.          *
      * RDL_LINES_SENT IS THE REPORT LINE COUNT OF THE LAST ATTEMPT.   *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_REPORT_DELIV_LOG TABLE
           ( RDL_REPORT_ID                  CHAR(8) NOT NULL,
             RDL_RUN_DATE                   DATE NOT NULL,
             RDL_DELIV_METHOD               CHAR(1) NOT NULL,
             RDL_RECIPIENT                  CHAR(60) NOT NULL,
             RDL_STATUS                     CHAR(1) NOT NULL,
             RDL_ATTEMPT_CNT                SMALLINT NOT NULL,
             RDL_FIRST_ATTEMPT_TS           TIMESTAMP NOT NULL,
             RDL_LAST_ATTEMPT_TS            TIMESTAMP NOT NULL,
             RDL_LINES_SENT                 INTEGER NOT NULL,
             RDL_FAIL_RSN                   CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_REPORT_DELIV_LOG             *
      ******************************************************************
       01  DCLT-UIS-REPORT-DELIV-LOG.
           10 RDL-REPORT-ID                 PIC X(08).
           10 RDL-RUN-DATE                  PIC X(10).
           10 RDL-DELIV-METHOD              PIC X(01).
           10 RDL-RECIPIENT                 PIC X(60).
           10 RDL-STATUS                    PIC X(01).
              88 RDL-STATUS-SENT                    VALUE 'S'.
              88 RDL-STATUS-FAILED                  VALUE 'F'.
              88 RDL-STATUS-GIVEN-UP                VALUE 'X'.
           10 RDL-ATTEMPT-CNT               PIC S9(04) USAGE COMP.
           10 RDL-FIRST-ATTEMPT-TS          PIC X(26).
           10 RDL-LAST-ATTEMPT-TS           PIC X(26).
           10 RDL-LINES-SENT                PIC S9(09) USAGE COMP.
           10 RDL-FAIL-RSN                  PIC X(40).
