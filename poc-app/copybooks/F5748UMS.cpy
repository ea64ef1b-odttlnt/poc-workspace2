      ******************************************************************
      * DCLGEN TABLE(T_UIS_UNMERGE_SPLIT)                              *
      *        STRUCTURE(DCLT-UIS-UNMERGE-SPLIT)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * THE SPLIT LIST OF A F5748UMG UNMERGE REQUEST - ONE ROW PER     *
      * CHILD ROW NOW UNDER THE SURVIVING NUMBER THAT BELONGS TO THE   *
      * RESTORED ONE. KEY: UMS_RQST_ID + UMS_CHILD_TYPE +              *
      * UMS_CHILD_SEQ. CHILD ROWS NOT LISTED STAY WITH THE SURVIVOR.   *
      *                                                                *
      * UMS_CHILD_TYPE NAMES THE CHILD TABLE:                          *
      *   'CNTC' T_CUST_CONTACT     'CNST' T_CUST_CONSENT              *
      *   'NOTE' T_CUST_NOTE        'AREP' T_CUST_AUTH_REP             *
      * UMS_CHILD_SEQ IS THE NOTE OR REPRESENTATIVE NUMBER UNDER THE   *
      * SURVIVOR (ZERO FOR CONTACT AND CONSENT, ONE ROW PER CUSTOMER). *
      * A NOTE OR REPRESENTATIVE IS RENUMBERED AFTER THE RESTORED      *
      * NUMBER'S OWN - UMS_NEW_SEQ IS THE NUMBER IT WAS GIVEN.         *
      *                                                                *
      * UMS_STATUS 'P' PENDING; 'M' MOVED; 'S' SKIPPED, UMS_SKIP_RSN   *
      * SAYS WHY: 'GONE ' NO LONGER UNDER THE SURVIVOR, 'EXIST' THE    *
      * RESTORED NUMBER ALREADY HAS ITS OWN CONTACT OR CONSENT ROW.    *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_UNMERGE_SPLIT TABLE
           ( UMS_RQST_ID                    INTEGER NOT NULL,
             UMS_CHILD_TYPE                 CHAR(4) NOT NULL,
             UMS_CHILD_SEQ                  INTEGER NOT NULL,
             UMS_STATUS                     CHAR(1) NOT NULL,
             UMS_NEW_SEQ                    INTEGER NOT NULL,
             UMS_SKIP_RSN                   CHAR(5) NOT NULL,
             UMS_SETTLED_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_UNMERGE_SPLIT                *
      ******************************************************************
       01  DCLT-UIS-UNMERGE-SPLIT.
           10 UMS-RQST-ID                   PIC S9(09) USAGE COMP.
           10 UMS-CHILD-TYPE                PIC X(04).
              88 UMS-CHILD-IS-CONTACT               VALUE 'CNTC'.
              88 UMS-CHILD-IS-CONSENT               VALUE 'CNST'.
              88 UMS-CHILD-IS-NOTE                  VALUE 'NOTE'.
              88 UMS-CHILD-IS-AUTH-REP              VALUE 'AREP'.
              88 UMS-CHILD-TYPE-VALID               VALUE 'CNTC'
                                                          'CNST'
                                                          'NOTE'
                                                          'AREP'.
           10 UMS-CHILD-SEQ                 PIC S9(09) USAGE COMP.
           10 UMS-STATUS                    PIC X(01).
              88 UMS-IS-PENDING                     VALUE 'P'.
              88 UMS-IS-MOVED                       VALUE 'M'.
              88 UMS-IS-SKIPPED                     VALUE 'S'.
           10 UMS-NEW-SEQ                   PIC S9(09) USAGE COMP.
           10 UMS-SKIP-RSN                  PIC X(05).
           10 UMS-SETTLED-TS                PIC X(26).
