      ******************************************************************
      * DCLGEN TABLE(T_UIS_DATA_SHARE_AGMT)                            *
      *        STRUCTURE(DCLT-UIS-DATA-SHARE-AGMT)                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * DATA-SHARING AGREEMENTS - ONE ROW PER APPROVED CALLER AND      *
      * CLASS OF CUSTOMER DATA ITS CONTRACT LETS IT RECEIVE:           *
      *   'HHLD' HOUSEHOLD ROSTER                                      *
      *   'SRCH' SEARCH CANDIDATE LIST                                 *
      *   'CNTC' CONTACT DETAILS (ADDRESS, PHONE, EMAIL)               *
      *   'DOB ' DATE OF BIRTH                                         *
      *   'AREP' AUTHORIZED REPRESENTATIVES                            *
      *   'NOTE' CUSTOMER SERVICE NOTES                                *
      * F5748I00 (5060-APPLY-DATA-SHARING) BLANKS ANY CLASS IN THE     *
      * REPLY THAT HAS NO ACTIVE, CURRENTLY EFFECTIVE ROW FOR THE      *
      * ZOS-SRC-APP-NM - WHATEVER THE USER'S RACF AUTHORITY - AND      *
      * LOGS WHAT IT BLANKED (TYPE 'DSASUPRS'). CALLERS WHOSE          *
      * T_UIS_APPRVD_CALLER ROW IS FLAGGED INTERNAL ARE NOT BOUND BY   *
      * AN AGREEMENT. ROWS ARE ADDED BY THE DBA ON INSTRUCTION FROM    *
      * THE PRIVACY OFFICE, WHICH HOLDS THE CONTRACTS; DSA_STATUS 'I'  *
      * RETIRES A ROW WITHOUT LOSING ITS HISTORY.                      *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_DATA_SHARE_AGMT TABLE
           ( DSA_SRC_APP_NM                 CHAR(10) NOT NULL,
             DSA_DATA_CLASS                 CHAR(4) NOT NULL,
             DSA_AGMT_REF                   CHAR(20) NOT NULL,
             DSA_STATUS                     CHAR(1) NOT NULL,
             DSA_EFF_DATE                   DATE NOT NULL,
             DSA_EXP_DATE                   DATE NOT NULL,
             DSA_APPROVED_BY                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_DATA_SHARE_AGMT              *
      ******************************************************************
       01  DCLT-UIS-DATA-SHARE-AGMT.
           10 DSA-SRC-APP-NM                PIC X(10).
           10 DSA-DATA-CLASS                PIC X(04).
           10 DSA-AGMT-REF                  PIC X(20).
           10 DSA-STATUS                    PIC X(01).
           10 DSA-EFF-DATE                  PIC X(10).
           10 DSA-EXP-DATE                  PIC X(10).
           10 DSA-APPROVED-BY               PIC X(08).
