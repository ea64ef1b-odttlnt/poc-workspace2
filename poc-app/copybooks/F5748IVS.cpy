      ******************************************************************
      * DCLGEN TABLE(T_UIS_IDV_STATUS)                                 *
      *        STRUCTURE(DCLT-UIS-IDV-STATUS)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * IDENTITY VERIFICATION STANDING - ONE ROW PER CUSTOMER WHO HAS  *
      * EVER BEEN PUT THROUGH F5748IDV. IVS_FAIL_COUNT IS THE NUMBER   *
      * OF FAILED ATTEMPTS SINCE THE LAST PASS; WHEN IT REACHES THE    *
      * LIMIT IVS_LOCKED_IND GOES 'Y' AND EVERY VERIFY IS REFUSED      *
      * UNTIL THE LOCK EXPIRES (IVS_LOCKED_TS PLUS THE LOCK HOURS IN   *
      * F5748IDV). A PASS, OR THE FIRST ATTEMPT AFTER THE LOCK         *
      * EXPIRES, STARTS THE COUNT AGAIN. ONLY FLAGS AND COUNTS ARE     *
      * KEPT HERE - NEVER THE ANSWERS GIVEN.                           *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_IDV_STATUS TABLE
           ( IVS_CUST_NUM                   CHAR(10) NOT NULL,
             IVS_FAIL_COUNT                 INTEGER NOT NULL,
             IVS_LOCKED_IND                 CHAR(1) NOT NULL,
             IVS_LOCKED_TS                  TIMESTAMP NOT NULL,
             IVS_LAST_RESULT                CHAR(1) NOT NULL,
             IVS_LAST_ATTEMPT_TS            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_IDV_STATUS                   *
      ******************************************************************
       01  DCLT-UIS-IDV-STATUS.
           10 IVS-CUST-NUM                  PIC X(10).
           10 IVS-FAIL-COUNT                PIC S9(09) USAGE COMP.
           10 IVS-LOCKED-IND                PIC X(01).
              88 IVS-IS-LOCKED                      VALUE 'Y'.
           10 IVS-LOCKED-TS                 PIC X(26).
           10 IVS-LAST-RESULT               PIC X(01).
           10 IVS-LAST-ATTEMPT-TS           PIC X(26).
