      ******************************************************************
      * DCLGEN TABLE(T_UIS_STUB_REPLY)                                 *
      *        STRUCTURE(DCLT-UIS-STUB-REPLY)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CANNED SERVICE REPLY FOR CALLER INTEGRATION        *
      * TESTING. KEY: STB_SRV_FN_CD + STB_CUST_NUM. A ROW WITH A BLANK *
      * STB_CUST_NUM IS THE FUNCTION'S DEFAULT STUB, ANSWERED FOR ANY  *
      * CUSTOMER WITHOUT A ROW OF ITS OWN. ONLY READ BY F5748I00 FOR   *
      * A TEST-ENVIRONMENT REQUEST FROM A CALLER WHOSE SAC_STUB_IND IS *
      * 'Y' - SEE 3500-CHECK-STUB-REPLY. MAINTAINED ONLY THROUGH       *
      * F5748STM, WHICH STAMPS THE REQUESTING USERID AND TIME.         *
      * STB_SERVED_CNT COUNTS THE TIMES F5748I00 HAS ANSWERED WITH IT. *
      *                                                                *
      * STB_REPLY_DATA IS THE SAME STATUS/FAILURE/REPLY SLICE OF THE   *
      * F5748I01 RECORD THAT T_UIS_REPLY_CACHE HOLDS (STARTING AT      *
      * ZOS-REQUEST-STATUS-AREA), STB_SLICE_LEN BYTES LONG; IT IS      *
      * OVERLAID ONTO THE CALLER'S RECORD EXACTLY AS A CACHE HIT IS.   *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_STUB_REPLY TABLE
           ( STB_SRV_FN_CD                  CHAR(4) NOT NULL,
             STB_CUST_NUM                   CHAR(10) NOT NULL,
             STB_SET_USERID                 CHAR(8) NOT NULL,
             STB_SET_TS                     TIMESTAMP NOT NULL,
             STB_SERVED_CNT                 INTEGER NOT NULL,
             STB_SLICE_LEN                  INTEGER NOT NULL,
             STB_REPLY_DATA                 CHAR(31600) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_STUB_REPLY                   *
      ******************************************************************
       01  DCLT-UIS-STUB-REPLY.
           10 STB-SRV-FN-CD                 PIC X(04).
           10 STB-CUST-NUM                  PIC X(10).
           10 STB-SET-USERID                PIC X(08).
           10 STB-SET-TS                    PIC X(26).
           10 STB-SERVED-CNT                PIC S9(09) USAGE COMP.
           10 STB-SLICE-LEN                 PIC S9(09) USAGE COMP.
           10 STB-REPLY-DATA                PIC X(31600).
