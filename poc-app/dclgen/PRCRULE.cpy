      ******************************************************************
      * DCLGEN TABLE(Q.PRCRULE)                                        *
      *        STRUCTURE(PRCRULE)                                      *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * PRICING RULES FOR THE PRDORDER ORDER ENGINE - VOLUME TIERS AND *
      * DEPARTMENT CONTRACT RATES. A RULE MATCHES AN ORDER LINE WHEN:  *
      *   RULE_MATCH_TYPE 'P' AND RULE_PRODNUM = THE LINE'S PRODNUM,   *
      *                   'G' AND RULE_PRODGRP = THE PRODUCT'S GROUP,  *
      *   RULE_DEPTNUMB IS THE ORDERING DEPARTMENT, OR ZERO FOR ALL,   *
      *   THE QUANTITY IS IN RULE_MIN_QTY THRU RULE_MAX_QTY, AND       *
      *   THE LINE'S PRICE DATE IS IN RULE_EFF_DATE THRU END_DATE.     *
      * RULE_PRICE_TYPE 'F' MEANS RULE_VALUE IS THE UNIT PRICE; 'P'    *
      * MEANS RULE_VALUE IS A PERCENT OFF THE LIST PRICE. OF ALL       *
      * MATCHING RULES PRDORDER APPLIES THE ONE GIVING THE LOWEST UNIT *
      * PRICE, AND ONLY IF IT IS BELOW LIST. MAINTAINED BY PRCMAINT,   *
      * WHICH AUDITS EVERY CHANGE TO Q.PRCRULE_AUD.                    *
      ******************************************************************
           EXEC SQL DECLARE Q.PRCRULE TABLE
           ( RULE_ID                        INTEGER NOT NULL,
             RULE_MATCH_TYPE                CHAR(1) NOT NULL,
             RULE_PRODNUM                   SMALLINT NOT NULL,
             RULE_PRODGRP                   CHAR(10) NOT NULL,
             RULE_DEPTNUMB                  SMALLINT NOT NULL,
             RULE_MIN_QTY                   INTEGER NOT NULL,
             RULE_MAX_QTY                   INTEGER NOT NULL,
             RULE_PRICE_TYPE                CHAR(1) NOT NULL,
             RULE_VALUE                     DECIMAL(5, 2) NOT NULL,
             RULE_EFF_DATE                  DATE NOT NULL,
             RULE_END_DATE                  DATE NOT NULL,
             RULE_CHG_USER                  CHAR(8) NOT NULL,
             RULE_CHG_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRCRULE                          *
      ******************************************************************
       01  PRCRULE.
           10 RULE-ID               PIC S9(9) USAGE COMP.
           10 RULE-MATCH-TYPE       PIC X(1).
              88 RULE-MATCHES-PRODUCT       VALUE 'P'.
              88 RULE-MATCHES-GROUP         VALUE 'G'.
           10 RULE-PRODNUM          PIC S9(4) USAGE COMP.
           10 RULE-PRODGRP          PIC X(10).
           10 RULE-DEPTNUMB         PIC S9(4) USAGE COMP.
           10 RULE-MIN-QTY          PIC S9(9) USAGE COMP.
           10 RULE-MAX-QTY          PIC S9(9) USAGE COMP.
           10 RULE-PRICE-TYPE       PIC X(1).
              88 RULE-FIXED-PRICE           VALUE 'F'.
              88 RULE-PERCENT-OFF           VALUE 'P'.
           10 RULE-VALUE            PIC S9(3)V9(2) USAGE COMP-3.
           10 RULE-EFF-DATE         PIC X(10).
           10 RULE-END-DATE         PIC X(10).
           10 RULE-CHG-USER         PIC X(8).
           10 RULE-CHG-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
