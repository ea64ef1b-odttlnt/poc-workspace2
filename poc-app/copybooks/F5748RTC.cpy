      ******************************************************************
      * DCLGEN TABLE(T_UIS_RETENTION_CAND)                             *
      *        STRUCTURE(DCLT-UIS-RETENTION-CAND)                      *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CUSTOMER F5748RTS PUT ON A RETENTION CANDIDATE     *
      * FILE - THE PROOF OF WHICH CUSTOMERS THE SWEEP FOUND ELIGIBLE,  *
      * AND WHAT BECAME OF EACH. KEY: RTC_RUN_TS (THE                  *
      * T_UIS_RETENTION_RUN ROW), RTC_CUST_NUM. F5748ERA ERASES ONLY A *
      * CUSTOMER WITH A PENDING ROW HERE FOR THE RUN ITS FILE NAMES,   *
      * SO NO CUSTOMER CAN BE ADDED TO THE FILE BY HAND.               *
      * RTC_LAST_ACTIVITY_TS IS THE LATEST LOG, HISTORY, OR ONBOARDING *
      * TIMESTAMP FOUND FOR THE CUSTOMER ('0001-01-01-00.00.00.000000' *
      * WHEN THERE IS NONE ON RECORD).                                 *
      *                                                                *
      * RTC_STATUS - 'P' PENDING PRIVACY REVIEW                        *
      *              'E' ERASED BY F5748ERA                            *
      *              'K' KEPT - PRIVACY DID NOT APPROVE DISPOSAL       *
      *              'S' SKIPPED BY F5748ERA THOUGH APPROVED, FOR      *
      *                  RTC_SKIP_RSN: 'LGLH' LEGAL HOLD, 'CASE' OPEN  *
      *                  STEWARDSHIP CASE, 'ACTV' ACTIVITY SINCE THE   *
      *                  SWEEP - ALL SET SINCE THE SWEEP RAN           *
      *              RTC_DISPOSED_TS, RTC_AUTH_REF, AND                *
      *              RTC_AUTH_USERID ARE THE F5748ERA RUN AND ITS      *
      *              AUTHORITY ('0001-01-01-00.00.00.000000' AND       *
      *              SPACES WHILE PENDING).                            *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RETENTION_CAND TABLE
           ( RTC_RUN_TS                     TIMESTAMP NOT NULL,
             RTC_CUST_NUM                   CHAR(10) NOT NULL,
             RTC_SEG_ID                     CHAR(1) NOT NULL,
             RTC_LAST_ACTIVITY_TS           TIMESTAMP NOT NULL,
             RTC_STATUS                     CHAR(1) NOT NULL,
             RTC_SKIP_RSN                   CHAR(4) NOT NULL,
             RTC_DISPOSED_TS                TIMESTAMP NOT NULL,
             RTC_AUTH_REF                   CHAR(20) NOT NULL,
             RTC_AUTH_USERID                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RETENTION_CAND               *
      ******************************************************************
       01  DCLT-UIS-RETENTION-CAND.
           10 RTC-RUN-TS                    PIC X(26).
           10 RTC-CUST-NUM                  PIC X(10).
           10 RTC-SEG-ID                    PIC X(01).
           10 RTC-LAST-ACTIVITY-TS          PIC X(26).
           10 RTC-STATUS                    PIC X(01).
              88 RTC-IS-PENDING                     VALUE 'P'.
              88 RTC-WAS-ERASED                     VALUE 'E'.
              88 RTC-WAS-KEPT                       VALUE 'K'.
              88 RTC-WAS-SKIPPED                    VALUE 'S'.
           10 RTC-SKIP-RSN                  PIC X(04).
           10 RTC-DISPOSED-TS               PIC X(26).
           10 RTC-AUTH-REF                  PIC X(20).
           10 RTC-AUTH-USERID               PIC X(08).
