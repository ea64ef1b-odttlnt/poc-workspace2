      ******************************************************************
      * DCLGEN TABLE(Q.ORGCUT)                                         *
      *        STRUCTURE(ORGCUT)                                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER DEPARTMENT RETIRED BY AN ORGCUT REORGANIZATION     *
      * CUTOVER, WRITTEN IN THE SAME UNIT OF WORK AS THE CUTOVER. IT   *
      * KEEPS THE RETIRED DEPARTMENT'S NAME AND NAMES ITS SUCCESSOR,   *
      * SO ORDERS BOOKED TO THE OLD DEPTNUMB BEFORE CUT_EFF_DATE CAN   *
      * STILL BE TRACED AFTER ITS Q.ORG ROW IS GONE. THE COUNTS ARE    *
      * THE ROWS REPOINTED FROM THE OLD DEPARTMENT TO THE NEW.         *
      * CUT_GLX_COPIED IS 'Y' WHEN THE OLD DEPARTMENT'S Q.GLXREF ROW   *
      * WAS COPIED TO A NEW DEPARTMENT THAT HAD NONE.                  *
      ******************************************************************
           EXEC SQL DECLARE Q.ORGCUT TABLE
           ( CUT_OLD_DEPTNUMB               SMALLINT NOT NULL,
             CUT_NEW_DEPTNUMB               SMALLINT NOT NULL,
             CUT_EFF_DATE                   DATE NOT NULL,
             CUT_OLD_DEPTNAME               CHAR(14) NOT NULL,
             CUT_XREF_COUNT                 INTEGER NOT NULL,
             CUT_ORDER_COUNT                INTEGER NOT NULL,
             CUT_BUDGET_COUNT               INTEGER NOT NULL,
             CUT_RULE_COUNT                 INTEGER NOT NULL,
             CUT_GLX_COPIED                 CHAR(1) NOT NULL,
             CUT_CHG_USER                   CHAR(8) NOT NULL,
             CUT_CHG_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.ORGCUT                           *
      ******************************************************************
       01  ORGCUT.
           10 CUT-OLD-DEPTNUMB      PIC S9(4) USAGE COMP.
           10 CUT-NEW-DEPTNUMB      PIC S9(4) USAGE COMP.
           10 CUT-EFF-DATE          PIC X(10).
           10 CUT-OLD-DEPTNAME      PIC X(14).
           10 CUT-XREF-COUNT        PIC S9(9) USAGE COMP.
           10 CUT-ORDER-COUNT       PIC S9(9) USAGE COMP.
           10 CUT-BUDGET-COUNT      PIC S9(9) USAGE COMP.
           10 CUT-RULE-COUNT        PIC S9(9) USAGE COMP.
           10 CUT-GLX-COPIED        PIC X(1).
           10 CUT-CHG-USER          PIC X(8).
           10 CUT-CHG-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
