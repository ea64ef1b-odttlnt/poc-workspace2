      ******************************************************************
      * DCLGEN TABLE(T_UIS_COB_SENT)                                   *
      *        STRUCTURE(DCLT-UIS-COB-SENT)                            *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * DOUBLE-COVERAGE PAIRS ALREADY SENT TO COORDINATION OF BENEFITS.*
      * ONE ROW PER PERSON PER PAIR OF INFORCE HOUSEHOLDS, WRITTEN BY  *
      * F5748DCV WHEN IT FIRST PUTS THE PAIR ON THE COBNTC NOTICE FEED *
      * - A PAIR ALREADY HERE IS NOT SENT AGAIN, ONLY ITS LAST-SEEN    *
      * DATE MOVES ON. SIDE A IS THE LOWER HOUSEHOLD KEY (CUSTOMER,    *
      * EMPLOYEE). A MEMBER IS NAMED BY ITS INFORCE SOURCE SEQUENCE    *
      * NUMBER, WHICH DOES NOT MOVE WHEN OTHER MEMBERS ARE ADDED.      *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_COB_SENT TABLE
           ( CBN_CUST_NUM_A                 CHAR(10) NOT NULL,
             CBN_EMPE_ID_A                  CHAR(9) NOT NULL,
             CBN_MBR_SRC_SEQ_A              SMALLINT NOT NULL,
             CBN_CUST_NUM_B                 CHAR(10) NOT NULL,
             CBN_EMPE_ID_B                  CHAR(9) NOT NULL,
             CBN_MBR_SRC_SEQ_B              SMALLINT NOT NULL,
             CBN_MBR_DOB                    CHAR(8) NOT NULL,
             CBN_FIRST_SENT_DATE            DATE NOT NULL,
             CBN_LAST_SEEN_DATE             DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_COB_SENT                     *
      ******************************************************************
       01  DCLT-UIS-COB-SENT.
           10 CBN-CUST-NUM-A                PIC X(10).
           10 CBN-EMPE-ID-A                 PIC X(09).
           10 CBN-MBR-SRC-SEQ-A             PIC S9(04) USAGE COMP.
           10 CBN-CUST-NUM-B                PIC X(10).
           10 CBN-EMPE-ID-B                 PIC X(09).
           10 CBN-MBR-SRC-SEQ-B             PIC S9(04) USAGE COMP.
           10 CBN-MBR-DOB                   PIC X(08).
           10 CBN-FIRST-SENT-DATE           PIC X(10).
           10 CBN-LAST-SEEN-DATE            PIC X(10).
