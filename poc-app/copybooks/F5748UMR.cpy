      ******************************************************************
      * DCLGEN TABLE(T_UIS_UNMERGE_RQST)                               *
      *        STRUCTURE(DCLT-UIS-UNMERGE-RQST)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER REQUEST TO REVERSE A F5748MRG MERGE, RAISED AND    *
      * CARRIED OUT BY F5748UMG. KEY: UMR_RQST_ID. THE CHILD ROWS TO   *
      * GO BACK TO THE RESTORED NUMBER ARE THE T_UIS_UNMERGE_SPLIT     *
      * ROWS UNDER THE SAME ID - THE STEWARD APPROVES THAT EXACT SPLIT *
      * LIST, AND ONLY THAT LIST IS EVER REASSIGNED.                   *
      *                                                                *
      * THE RETIRED NUMBER'S SEGMENT AND NAME ARE COPIED FROM ITS      *
      * T_CUST_MERGE_XREF ROW AND ITS DATE OF BIRTH FROM ITS LAST      *
      * IMAGE ON T_CUST_DATA_HIST WHEN THE REQUEST IS PROPOSED - THAT  *
      * IS THE ROW THE APPROVER SEES AND THE ROW PUT BACK. THE MERGE   *
      * TIMESTAMP AND USERID ARE COPIED TOO, BECAUSE THE EXECUTION     *
      * DELETES THE CROSS-REFERENCE ROW: THIS ROW IS THEN THE ONLY     *
      * RECORD THAT THE MERGE HAPPENED.                                *
      *                                                                *
      * UMR_STATUS 'P' PROPOSED, AWAITING APPROVAL; 'A' APPROVED BY A  *
      * SECOND USERID; 'C' COMPLETE (UMR_COMPLETE_TS SET, OTHERWISE    *
      * EQUAL TO UMR_RQST_TS). AN EXECUTION THAT FAILS BACKS OUT       *
      * WHOLE AND LEAVES THE REQUEST APPROVED FOR A RERUN.             *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_UNMERGE_RQST TABLE
           ( UMR_RQST_ID                    INTEGER NOT NULL,
             UMR_RETIRED_CUST_NUM           CHAR(10) NOT NULL,
             UMR_SURVIVOR_CUST_NUM          CHAR(10) NOT NULL,
             UMR_RETIRED_SEG_ID             CHAR(1) NOT NULL,
             UMR_RETIRED_CUST_NM            CHAR(50) NOT NULL,
             UMR_RETIRED_CUST_DOB           CHAR(8) NOT NULL,
             UMR_MERGE_TS                   TIMESTAMP NOT NULL,
             UMR_MERGE_USERID               CHAR(8) NOT NULL,
             UMR_REASON                     CHAR(40) NOT NULL,
             UMR_STATUS                     CHAR(1) NOT NULL,
             UMR_RQST_USERID                CHAR(8) NOT NULL,
             UMR_RQST_TS                    TIMESTAMP NOT NULL,
             UMR_APPRV_USERID               CHAR(8) NOT NULL,
             UMR_APPRV_TS                   TIMESTAMP NOT NULL,
             UMR_COMPLETE_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_UNMERGE_RQST                 *
      ******************************************************************
       01  DCLT-UIS-UNMERGE-RQST.
           10 UMR-RQST-ID                   PIC S9(09) USAGE COMP.
           10 UMR-RETIRED-CUST-NUM          PIC X(10).
           10 UMR-SURVIVOR-CUST-NUM         PIC X(10).
           10 UMR-RETIRED-SEG-ID            PIC X(01).
           10 UMR-RETIRED-CUST-NM           PIC X(50).
           10 UMR-RETIRED-CUST-DOB          PIC X(08).
           10 UMR-MERGE-TS                  PIC X(26).
           10 UMR-MERGE-USERID              PIC X(08).
           10 UMR-REASON                    PIC X(40).
           10 UMR-STATUS                    PIC X(01).
              88 UMR-IS-PROPOSED                    VALUE 'P'.
              88 UMR-IS-APPROVED                    VALUE 'A'.
              88 UMR-IS-COMPLETE                    VALUE 'C'.
           10 UMR-RQST-USERID               PIC X(08).
           10 UMR-RQST-TS                   PIC X(26).
           10 UMR-APPRV-USERID              PIC X(08).
           10 UMR-APPRV-TS                  PIC X(26).
           10 UMR-COMPLETE-TS               PIC X(26).
