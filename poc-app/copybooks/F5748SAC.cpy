      * STATUS ('P') WITH A JUSTIFICATION BY ONE USERID AND ONLY       *
      * BECOMES EFFECTIVE ('A') WHEN A SECOND, DIFFERENT USERID        *
      * APPROVES IT - SEE F5748ACM FOR THE ONBOARDING WORKFLOW AND     *
      * THE PENDING/APPROVED/EXPIRING-SOON REPORT. A ROW THE QUARTERLY *
      * ACCESS RECERTIFICATION (F5748RCT) REVOKES IS LEFT IN PLACE     *
      * WITH STATUS 'R' SO ITS APPROVAL HISTORY IS KEPT; A NEW REQUEST *
      * THROUGH F5748ACM IS NEEDED TO REINSTATE IT.                    *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_APPRVD_CALLER TABLE
           ( SRC_APP_NM                     CHAR(10) NOT NULL,
             SAC_APPRV_USERID               CHAR(8) NOT NULL,
             SAC_APPRV_TS                   TIMESTAMP NOT NULL,
             SAC_INTERNAL_IND               CHAR(1) NOT NULL,
             SAC_PRIORITY_CLASS             CHAR(1) NOT NULL,
             SAC_STUB_IND                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * SAC_INTERNAL_IND = 'Y' MARKS ONE OF OUR OWN APPLICATIONS -    *
      * STATUS WHILE CRITICAL CALLERS KEEP FLOWING - SEE              *
      * 3065-CHECK-LOAD-SHED IN F5748I00. ADDED AT THE END OF THE     *
      * ROW (NOT NULL WITH DEFAULT 'S').                              *
      * SAC_STUB_IND = 'Y' FLAGS A CALLER FOR SERVICE STUBBING - IN A *
      * TEST ENVIRONMENT ITS REQUESTS ARE ANSWERED FROM               *
      * T_UIS_STUB_REPLY INSTEAD OF THE REAL SERVICE PROGRAM (SEE     *
      * 3500-CHECK-STUB-REPLY IN F5748I00). SET AND CLEARED ONLY BY   *
      * F5748STM. F5748CTX'S COLUMN-LIST EXPORT/LOAD DOES NOT CARRY   *
      * IT, SO A FLAG SET IN A TEST REGION NEVER TRAVELS. ADDED AT    *
      * THE END OF THE ROW (NOT NULL WITH DEFAULT 'N').               *
      ******************************************************************
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_APPRVD_CALLER                 *
           10 SAC-STATUS                    PIC X(01).
              88 SAC-STATUS-IS-PENDING              VALUE 'P'.
              88 SAC-STATUS-IS-APPROVED             VALUE 'A'.
              88 SAC-STATUS-IS-REVOKED              VALUE 'R'.
           10 SAC-JUSTIFICATION             PIC X(60).
           10 SAC-RQST-USERID               PIC X(08).
           10 SAC-RQST-TS                   PIC X(26).
              88 SAC-CLASS-CRITICAL                 VALUE 'C'.
              88 SAC-CLASS-STANDARD                 VALUE 'S'.
              88 SAC-CLASS-BULK                     VALUE 'B'.
           10 SAC-STUB-IND                  PIC X(01).
              88 SAC-CALLER-IS-STUBBED              VALUE 'Y'.
