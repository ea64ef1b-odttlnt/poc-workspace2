      ******************************************************************
      * DCLGEN TABLE(T_UIS_SEG_XFER_BATCH)                             *
      *        STRUCTURE(DCLT-UIS-SEG-XFER-BATCH)                      *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER MASS SEGMENT TRANSFER OR SEGMENT RETIREMENT RUN    *
      * THROUGH F5748MST. KEY: SXB_BATCH_ID. THE CUSTOMERS THE PREVIEW *
      * SELECTED ARE THE T_UIS_SEG_XFER_ITEM ROWS UNDER THE SAME ID -  *
      * THE APPROVER SIGNS OFF THAT EXACT LIST, AND ONLY THAT LIST IS  *
      * EVER MOVED.                                                    *
      *                                                                *
      * SXB_MODE 'T' TRANSFER (BY THE CUSTOMER-NUMBER RANGE AND NAME   *
      * PREFIX CRITERIA), 'R' RETIRE (EVERY CUSTOMER IN THE SEGMENT,   *
      * NO CRITERIA). SXB_STATUS 'P' PREVIEWED, AWAITING APPROVAL; 'A' *
      * APPROVED BY A SECOND USERID; 'E' EXECUTING (A RUN THAT STOPPED *
      * PART WAY RESUMES FROM THE ITEMS STILL PENDING); 'C' COMPLETE.  *
      * THE COUNTS ARE SET BY THE PREVIEW (SELECTED) AND REFRESHED AT  *
      * EVERY COMMIT OF THE EXECUTION (MOVED, SKIPPED).                *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_SEG_XFER_BATCH TABLE
           ( SXB_BATCH_ID                   INTEGER NOT NULL,
             SXB_MODE                       CHAR(1) NOT NULL,
             SXB_FROM_SEG_ID                CHAR(1) NOT NULL,
             SXB_TO_SEG_ID                  CHAR(1) NOT NULL,
             SXB_CUST_LOW                   CHAR(10) NOT NULL,
             SXB_CUST_HIGH                  CHAR(10) NOT NULL,
             SXB_NAME_PREFIX                CHAR(15) NOT NULL,
             SXB_REASON                     CHAR(30) NOT NULL,
             SXB_STATUS                     CHAR(1) NOT NULL,
             SXB_RQST_USERID                CHAR(8) NOT NULL,
             SXB_RQST_TS                    TIMESTAMP NOT NULL,
             SXB_APPRV_USERID               CHAR(8) NOT NULL,
             SXB_APPRV_TS                   TIMESTAMP NOT NULL,
             SXB_SELECTED_CNT               INTEGER NOT NULL,
             SXB_MOVED_CNT                  INTEGER NOT NULL,
             SXB_SKIPPED_CNT                INTEGER NOT NULL,
             SXB_COMPLETE_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_SEG_XFER_BATCH               *
      ******************************************************************
       01  DCLT-UIS-SEG-XFER-BATCH.
           10 SXB-BATCH-ID                  PIC S9(09) USAGE COMP.
           10 SXB-MODE                      PIC X(01).
              88 SXB-MODE-IS-TRANSFER               VALUE 'T'.
              88 SXB-MODE-IS-RETIRE                 VALUE 'R'.
           10 SXB-FROM-SEG-ID               PIC X(01).
           10 SXB-TO-SEG-ID                 PIC X(01).
           10 SXB-CUST-LOW                  PIC X(10).
           10 SXB-CUST-HIGH                 PIC X(10).
           10 SXB-NAME-PREFIX               PIC X(15).
           10 SXB-REASON                    PIC X(30).
           10 SXB-STATUS                    PIC X(01).
              88 SXB-IS-PREVIEWED                   VALUE 'P'.
              88 SXB-IS-APPROVED                    VALUE 'A'.
              88 SXB-IS-EXECUTING                   VALUE 'E'.
              88 SXB-IS-COMPLETE                    VALUE 'C'.
           10 SXB-RQST-USERID               PIC X(08).
           10 SXB-RQST-TS                   PIC X(26).
           10 SXB-APPRV-USERID              PIC X(08).
           10 SXB-APPRV-TS                  PIC X(26).
           10 SXB-SELECTED-CNT              PIC S9(09) USAGE COMP.
           10 SXB-MOVED-CNT                 PIC S9(09) USAGE COMP.
           10 SXB-SKIPPED-CNT               PIC S9(09) USAGE COMP.
           10 SXB-COMPLETE-TS               PIC X(26).
