      ******************************************************************
      * DCLGEN TABLE(T_MKTG_EXTRACT_SENT)                              *
      *        STRUCTURE(DCLT-MKTG-EXTRACT-SENT)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CUSTOMER F5748MKX PUT ON THE MARKETING VENDOR FILE *
      * - THE PROOF OF WHO WAS SENT TO THE VENDOR, FOR WHICH CAMPAIGN, *
      * BY WHICH CHANNEL AND TO WHAT DESTINATION, AND WHEN. KEY:       *
      * MXS_RUN_TS (THE T_MKTG_EXTRACT_RUN ROW), MXS_CUST_NUM.         *
      *                                                                *
      * F5748MKA FILLS THE ACKNOWLEDGEMENT FROM THE VENDOR'S FILE:     *
      * MXS_ACK_STATUS ' ' AWAITED, 'A' ACCEPTED, 'R' REJECTED (WITH   *
      * THE VENDOR'S MXS_ACK_REASON), 'M' MISSING FROM THE VENDOR'S    *
      * ACKNOWLEDGEMENT. MXS_ACK_TS IS '0001-01-01-00.00.00.000000'    *
      * UNTIL AN ACKNOWLEDGEMENT IS APPLIED.                           *
      ******************************************************************
           EXEC SQL DECLARE T_MKTG_EXTRACT_SENT TABLE
           ( MXS_RUN_TS                     TIMESTAMP NOT NULL,
             MXS_CUST_NUM                   CHAR(10) NOT NULL,
             MXS_CAMPAIGN_ID                CHAR(8) NOT NULL,
             MXS_CHANNEL                    CHAR(1) NOT NULL,
             MXS_DESTINATION                CHAR(50) NOT NULL,
             MXS_POSTAL_CD                  CHAR(10) NOT NULL,
             MXS_ACK_STATUS                 CHAR(1) NOT NULL,
             MXS_ACK_REASON                 CHAR(4) NOT NULL,
             MXS_VENDOR_REF                 CHAR(20) NOT NULL,
             MXS_ACK_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_MKTG_EXTRACT_SENT                *
      ******************************************************************
       01  DCLT-MKTG-EXTRACT-SENT.
           10 MXS-RUN-TS                    PIC X(26).
           10 MXS-CUST-NUM                  PIC X(10).
           10 MXS-CAMPAIGN-ID               PIC X(08).
           10 MXS-CHANNEL                   PIC X(01).
           10 MXS-DESTINATION               PIC X(50).
           10 MXS-POSTAL-CD                 PIC X(10).
           10 MXS-ACK-STATUS                PIC X(01).
              88 MXS-ACK-AWAITED                    VALUE ' '.
              88 MXS-ACK-ACCEPTED                   VALUE 'A'.
              88 MXS-ACK-REJECTED                   VALUE 'R'.
              88 MXS-ACK-MISSING                    VALUE 'M'.
           10 MXS-ACK-REASON                PIC X(04).
           10 MXS-VENDOR-REF                PIC X(20).
           10 MXS-ACK-TS                    PIC X(26).
