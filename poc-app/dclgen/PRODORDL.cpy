      ******************************************************************
      * DCLGEN TABLE(Q.PRODORD_LINE)                                   *
      *        STRUCTURE(PRODORDL)                                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER PRICED LINE OF A Q.PRODORD_HDR ORDER, AS WRITTEN   *
      * TO ORDOUT. ORDL_UNIT_PRICE IS THE PRICE THE LINE WAS EXTENDED  *
      * AT AND ORDL_PRICE_SOURCE SAYS WHERE IT CAME FROM: 'A' = THE    *
      * PRODUCT'S ACTUAL PRICE, 'D' = THE PRODUCT PRICE WAS NULL AND   *
      * THE PRDORDER SYSIN DEFAULT WAS USED, 'R' = A Q.PRCRULE VOLUME  *
      * OR CONTRACT RULE (ORDL_RULE_ID) BEAT THE LIST PRICE.           *
      * ORDL_LIST_PRICE IS THE ACTUAL OR DEFAULTED PRICE BEFORE ANY    *
      * RULE; ORDL_RULE_ID IS ZERO WHEN NO RULE APPLIED.               *
      * 'C' = A CREDIT LINE: ORDL_CR_ORDER_ID/ORDL_CR_LINE_NUM NAME    *
      * THE LINE CREDITED, ORDL_UNIT_PRICE/LIST_PRICE/RULE_ID ARE      *
      * CARRIED FROM IT, AND QUANTITY AND EXTENDED ARE NEGATIVE. THE   *
      * CREDIT COLUMNS ARE ZERO ON EVERY OTHER LINE.                   *
      * ORDL_SUBST_PRODNUM IS THE PRODUCT ORDERED WHEN IT WAS          *
      * DISCONTINUED AND ITS REPLACEMENT (ORDL_PRODNUM) WAS SUPPLIED   *
      * INSTEAD - ZERO WHEN NO SUBSTITUTION WAS MADE.                  *
      ******************************************************************
           EXEC SQL DECLARE Q.PRODORD_LINE TABLE
           ( ORDL_ORDER_ID                  INTEGER NOT NULL,
             ORDL_DEPTNUMB                  SMALLINT NOT NULL,
             ORDL_LINE_NUM                  SMALLINT NOT NULL,
             ORDL_PRODNUM                   SMALLINT NOT NULL,
             ORDL_QUANTITY                  INTEGER NOT NULL,
             ORDL_UNIT_PRICE                DECIMAL(5, 2) NOT NULL,
             ORDL_PRICE_SOURCE              CHAR(1) NOT NULL,
             ORDL_EXTENDED                  DECIMAL(10, 2) NOT NULL,
             ORDL_LIST_PRICE                DECIMAL(5, 2) NOT NULL,
             ORDL_RULE_ID                   INTEGER NOT NULL,
             ORDL_CR_ORDER_ID               INTEGER NOT NULL,
             ORDL_CR_LINE_NUM               SMALLINT NOT NULL,
             ORDL_SUBST_PRODNUM             SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRODORD_LINE                     *
      ******************************************************************
       01  PRODORDL.
           10 ORDL-ORDER-ID         PIC S9(9) USAGE COMP.
           10 ORDL-DEPTNUMB         PIC S9(4) USAGE COMP.
           10 ORDL-LINE-NUM         PIC S9(4) USAGE COMP.
           10 ORDL-PRODNUM          PIC S9(4) USAGE COMP.
           10 ORDL-QUANTITY         PIC S9(9) USAGE COMP.
           10 ORDL-UNIT-PRICE       PIC S9(3)V9(2) USAGE COMP-3.
           10 ORDL-PRICE-SOURCE     PIC X(1).
              88 ORDL-PRICE-ACTUAL          VALUE 'A'.
              88 ORDL-PRICE-DEFAULTED       VALUE 'D'.
              88 ORDL-PRICE-BY-RULE         VALUE 'R'.
              88 ORDL-PRICE-CREDIT          VALUE 'C'.
           10 ORDL-EXTENDED         PIC S9(8)V9(2) USAGE COMP-3.
           10 ORDL-LIST-PRICE       PIC S9(3)V9(2) USAGE COMP-3.
           10 ORDL-RULE-ID          PIC S9(9) USAGE COMP.
           10 ORDL-CR-ORDER-ID      PIC S9(9) USAGE COMP.
           10 ORDL-CR-LINE-NUM      PIC S9(4) USAGE COMP.
           10 ORDL-SUBST-PRODNUM    PIC S9(4) USAGE COMP.
