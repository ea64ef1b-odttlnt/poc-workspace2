      * PAGES THE STORED REPORTS, SO 'THE LATENCY REPORT FROM THE      *
      * 14TH' IS A LOOKUP, NOT A SPOOL-ARCHAEOLOGY EXERCISE. THE       *
      * LOADER ALSO AGES OUT RUNS PAST THE RETENTION ON ITS CARD.      *
      * F5748RDP SENDS EACH RUN TO ITS SUBSCRIBERS (T_UIS_REPORT_      *
      * SUBSCR) BY MAIL OR FILE TRANSFER, LOGGING EVERY DELIVERY.      *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_REPORT_REPO TABLE
           ( RPO_REPORT_ID                  CHAR(8) NOT NULL,
