      ******************************************************************
      * DCLGEN TABLE(Q.PRODUCTS)                                       *
      *        LIBRARY(NLOPEZ.IDZ.DCLGEN(PRODUCTS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(PRODUCTS)                                     *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PROD_STATUS IS THE PRODUCT'S LIFECYCLE: 'A' = ACTIVE, 'P' =    *
      * PENDING DISCONTINUE ON PROD_DISC_DATE, 'D' = DISCONTINUED      *
      * (PROD_DISC_DATE IS THE DATE IT WAS). A PENDING PRODUCT IS      *
      * TREATED AS DISCONTINUED FROM ITS DATE ON. PROD_DISC_DATE IS    *
      * NULL ON AN ACTIVE PRODUCT. PROD_REPL_PRODNUM IS THE PRODUCT    *
      * PRDORDER SUBSTITUTES FOR A DISCONTINUED ONE - ZERO FOR NONE,   *
      * WHEN THE LINE IS REJECTED. A PRODUCT IS DISCONTINUED, NOT      *
      * DELETED, ONCE IT HAS BEEN ORDERED OR PRICED - SEE PRDMAINT.    *
      ******************************************************************
           EXEC SQL DECLARE Q.PRODUCTS TABLE
           ( PRODNUM                        SMALLINT NOT NULL,
             PRODNAME                       VARCHAR(11),
             PRODGRP                        VARCHAR(10),
             PRODPRICE                      DECIMAL(5, 2),
             PROD_STATUS                    CHAR(1) NOT NULL,
             PROD_DISC_DATE                 DATE,
             PROD_REPL_PRODNUM              SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRODUCTS                         *
      ******************************************************************
       01  PRODUCTS.
      *    *************************************************************
           10 PRODNUM              PIC S9(4) USAGE COMP.
      *    *************************************************************
           10 PRODNAME.
              49 PRODNAME-LEN      PIC S9(4) USAGE COMP.
              49 PRODNAME-TEXT     PIC X(11).
      *    *************************************************************
           10 PRODGRP.
              49 PRODGRP-LEN       PIC S9(4) USAGE COMP.
              49 PRODGRP-TEXT      PIC X(10).
      *    *************************************************************
           10 PRODPRICE            PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 PROD-STATUS          PIC X(1).
              88 PROD-IS-ACTIVE            VALUE 'A'.
              88 PROD-IS-PENDING-DISC      VALUE 'P'.
              88 PROD-IS-DISCONTINUED      VALUE 'D'.
      *    *************************************************************
           10 PROD-DISC-DATE       PIC X(10).
      *    *************************************************************
           10 PROD-REPL-PRODNUM    PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRODUCTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
