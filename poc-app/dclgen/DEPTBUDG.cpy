      ******************************************************************
      * DCLGEN TABLE(Q.DEPTBUDG)                                       *
      *        STRUCTURE(DEPTBUDG)                                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * DEPARTMENT SPENDING BUDGET - ONE ROW PER Q.ORG DEPTNUMB PER    *
      * FISCAL PERIOD OF FINANCE'S 4-4-5 CALENDAR (T_FISCAL_PERIOD).   *
      * PRDORDER HOLDS AN ORDER THAT WOULD TAKE THE DEPARTMENT'S       *
      * STORED ORDERS FOR THE PERIOD (Q.PRODORD_HDR) PAST BUDG_AMOUNT. *
      * A DEPARTMENT WITH NO ROW FOR A PERIOD HAS NO LIMIT THAT        *
      * PERIOD. MAINTAINED BY BUDMAINT; REPORTED BY PRDBVA.            *
      ******************************************************************
           EXEC SQL DECLARE Q.DEPTBUDG TABLE
           ( BUDG_DEPTNUMB                  SMALLINT NOT NULL,
             BUDG_FISCAL_YEAR               SMALLINT NOT NULL,
             BUDG_PERIOD                    SMALLINT NOT NULL,
             BUDG_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             BUDG_CHG_USER                  CHAR(8) NOT NULL,
             BUDG_CHG_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.DEPTBUDG                         *
      ******************************************************************
       01  DEPTBUDG.
           10 BUDG-DEPTNUMB         PIC S9(4) USAGE COMP.
           10 BUDG-FISCAL-YEAR      PIC S9(4) USAGE COMP.
           10 BUDG-PERIOD           PIC S9(4) USAGE COMP.
           10 BUDG-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 BUDG-CHG-USER         PIC X(8).
           10 BUDG-CHG-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
