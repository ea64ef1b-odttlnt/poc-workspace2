      * RETIRED) AND AS THE CROSS-REFERENCE 3210-GET-CUST-DTL IN       *
      * F5748I00 CONSULTS WHEN AN INQUIRY COMES IN AGAINST A RETIRED   *
      * CUSTOMER NUMBER, SO THE CALLER IS TOLD THE SURVIVING NUMBER    *
      * INSTEAD OF A BARE NOT-FOUND. F5748UMG DELETES THE ROW WHEN IT  *
      * REVERSES THE MERGE, COPYING ITS AUDIT DETAIL TO THE            *
      * T_UIS_UNMERGE_RQST ROW FIRST.                                  *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_MERGE_XREF TABLE
           ( MRX_RETIRED_CUST_NUM           CHAR(10) NOT NULL,
             MRX_LETTER_IND                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * MRX_LETTER_IND = 'Y' ONCE THE CUSTOMER'S MERGE NOTICE HAS     *
      * BEEN QUEUED ON T_CORR_REQUEST (BY F5748MRG AT MERGE TIME, OR  *
      * BY THE F5748MRL CATCH-UP JOB FOR ROWS THAT PREDATE THE FEED   *
      * OR WHOSE REQUEST FAILED). ADDED AT THE END OF THE ROW (NOT    *
      * NULL WITH DEFAULT 'N') SO COLUMN-LIST INSERTS ARE NOT         *
      * DISTURBED.                                                    *
      ******************************************************************
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_MERGE_XREF                  *
