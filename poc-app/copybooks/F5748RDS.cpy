      ******************************************************************
      * DCLGEN TABLE(T_UIS_REPORT_SUBSCR)                              *
      *        STRUCTURE(DCLT-UIS-REPORT-SUBSCR)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER RECIPIENT OF A REPOSITORY REPORT (T_UIS_REPORT_    *
      * REPO). KEY: RDS_REPORT_ID + RDS_DELIV_METHOD + RDS_RECIPIENT.  *
      * F5748RDP SENDS EACH RUN OF THE REPORT LOADED ON OR AFTER       *
      * RDS_EFF_DATE TO THE RECIPIENT ON THE SUBSCRIPTION'S SCHEDULE,  *
      * LOGGING EVERY DELIVERY ON T_UIS_REPORT_DELIV_LOG.              *
      *                                                                *
      * RDS_DELIV_METHOD 'E' - EMAIL ATTACHMENT; RDS_RECIPIENT IS THE  *
      * MAIL ADDRESS. 'F' - FILE TRANSFER DROP; RDS_RECIPIENT IS THE   *
      * TRANSFER DESTINATION NAME THE FILE TRANSFER PRODUCT ROUTES ON. *
      * RDS_RECIPIENT_NM IS WHO IT IS FOR ('FINANCE', 'SECURITY        *
      * OFFICE') - IT GOES IN THE MAIL AND ON THE DISPATCH REPORT.     *
      *                                                                *
      * RDS_SCHED_CD 'D' - EVERY DISPATCH RUN; 'W' - WEEKLY ON ISO DAY *
      * RDS_SCHED_DAY (1 MONDAY - 7 SUNDAY); 'M' - MONTHLY ON DAY      *
      * RDS_SCHED_DAY, OR THE MONTH'S LAST DAY WHEN THE MONTH IS       *
      * SHORTER. ON A DUE DAY EVERY RUN NOT YET DELIVERED GOES, ONE    *
      * DELIVERY PER RUN. A SUBSCRIPTION IS ENDED BY SETTING ITS END   *
      * DATE, NOT BY DELETING THE ROW.                                 *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_REPORT_SUBSCR TABLE
           ( RDS_REPORT_ID                  CHAR(8) NOT NULL,
             RDS_DELIV_METHOD               CHAR(1) NOT NULL,
             RDS_RECIPIENT                  CHAR(60) NOT NULL,
             RDS_RECIPIENT_NM               CHAR(30) NOT NULL,
             RDS_SCHED_CD                   CHAR(1) NOT NULL,
             RDS_SCHED_DAY                  SMALLINT NOT NULL,
             RDS_EFF_DATE                   DATE NOT NULL,
             RDS_END_DATE                   DATE NOT NULL,
             RDS_ADD_USERID                 CHAR(8) NOT NULL,
             RDS_ADD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_REPORT_SUBSCR                *
      ******************************************************************
       01  DCLT-UIS-REPORT-SUBSCR.
           10 RDS-REPORT-ID                 PIC X(08).
           10 RDS-DELIV-METHOD              PIC X(01).
              88 RDS-DELIV-BY-EMAIL                 VALUE 'E'.
              88 RDS-DELIV-BY-TRANSFER              VALUE 'F'.
           10 RDS-RECIPIENT                 PIC X(60).
           10 RDS-RECIPIENT-NM              PIC X(30).
           10 RDS-SCHED-CD                  PIC X(01).
              88 RDS-SCHED-DAILY                    VALUE 'D'.
              88 RDS-SCHED-WEEKLY                   VALUE 'W'.
              88 RDS-SCHED-MONTHLY                  VALUE 'M'.
           10 RDS-SCHED-DAY                 PIC S9(04) USAGE COMP.
           10 RDS-EFF-DATE                  PIC X(10).
           10 RDS-END-DATE                  PIC X(10).
           10 RDS-ADD-USERID                PIC X(08).
           10 RDS-ADD-TS                    PIC X(26).
