      * RETENTION IS MANAGED LIKE THE DISCLOSURE LOG - NO AUTOMATIC    *
      * PURGE; COMPLIANCE OWNS THE RETENTION DECISION. F5748DSR FOLDS  *
      * THESE ROWS INTO THE MONTHLY DISCLOSURE REPORTING.              *
      * VWA_PURPOSE_CD IS THE PURPOSE-OF-USE CODE THE AGENT KEYED FOR  *
      * THE VIEW (SPACES ON ROWS THAT PREDATE IT); F5748PUR REPORTS    *
      * SCREEN VIEWS BY IT ALONGSIDE THE SERVICE REQUESTS.             *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_VIEW_AUDIT TABLE
           ( VWA_RACF_ID                    CHAR(8) NOT NULL,
             VWA_CUST_NUM                   CHAR(10) NOT NULL,
             VWA_SCREEN                     CHAR(8) NOT NULL,
             VWA_VIEW_TS                    TIMESTAMP NOT NULL,
             VWA_DATA_CATEGORY              CHAR(20) NOT NULL,
             VWA_PURPOSE_CD                 CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_VIEW_AUDIT                   *
           10 VWA-SCREEN                    PIC X(08).
           10 VWA-VIEW-TS                   PIC X(26).
           10 VWA-DATA-CATEGORY             PIC X(20).
           10 VWA-PURPOSE-CD                PIC X(04).
