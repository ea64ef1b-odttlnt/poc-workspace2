      ******************************************************************
      * DCLGEN TABLE(Q.PRODORD_STG)                                    *
      *        STRUCTURE(PRODORDS)                                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER ORDER LINE KEYED ON THE PRDOENT ORDER ENTRY        *
      * SCREEN (TRAN PRDO), WAITING FOR THE NIGHTLY PRDORDER RUN.      *
      * PRDOENT HAS ALREADY PROVED THE PRODUCT AND DEPARTMENT AND      *
      * KEEPS THE UNIT PRICE IT QUOTED (ORDS_QUOTED_PRICE, '*' IN      *
      * ORDS_PRICE_DEFAULTED WHEN THE PRODUCT HAS NO PRICE AND THE     *
      * RUN'S SYSIN DEFAULT WILL APPLY) - PRDORDER PRICES THE LINE     *
      * AGAIN AS OF ITS OWN RUN.                                       *
      *                                                                *
      * ORDS_STATUS:                                                   *
      *   'S' STAGED - THE OPERATOR MAY STILL CHANGE OR CANCEL IT      *
      *   'X' CANCELLED ON THE SCREEN                                  *
      *   'I' IN THE NIGHTLY RUN - PRDORDER TAKES EVERY 'S' ROW TO     *
      *       'I' AS IT STARTS (THE CUTOFF); NO CHANGES AFTER THAT     *
      *   'P' PRICED AND STORED UNDER ORDS_ORDER_ID                    *
      *   'H' HELD OVER BUDGET - TO ORDHELD, REASON IN ORDS_RESULT     *
      *   'R' REJECTED - TO ORDERR, REASON IN ORDS_RESULT              *
      * LINES OF ONE DEPARTMENT AND ORDER REFERENCE ARE PRICED AS ONE  *
      * ORDER, IN ORDS_LINE_ID ORDER.                                  *
      ******************************************************************
           EXEC SQL DECLARE Q.PRODORD_STG TABLE
           ( ORDS_LINE_ID                   INTEGER NOT NULL,
             ORDS_DEPTNUMB                  SMALLINT NOT NULL,
             ORDS_ORDER_REF                 CHAR(10) NOT NULL,
             ORDS_PRODNUM                   SMALLINT NOT NULL,
             ORDS_QUANTITY                  INTEGER NOT NULL,
             ORDS_QUOTED_PRICE              DECIMAL(5, 2) NOT NULL,
             ORDS_PRICE_DEFAULTED           CHAR(1) NOT NULL,
             ORDS_STATUS                    CHAR(1) NOT NULL,
             ORDS_ENTERED_BY                CHAR(8) NOT NULL,
             ORDS_ENTERED_TS                TIMESTAMP NOT NULL,
             ORDS_CHG_USER                  CHAR(8) NOT NULL,
             ORDS_CHG_TS                    TIMESTAMP NOT NULL,
             ORDS_ORDER_ID                  INTEGER NOT NULL,
             ORDS_RESULT                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRODORD_STG                      *
      ******************************************************************
       01  PRODORDS.
           10 ORDS-LINE-ID          PIC S9(9) USAGE COMP.
           10 ORDS-DEPTNUMB         PIC S9(4) USAGE COMP.
           10 ORDS-ORDER-REF        PIC X(10).
           10 ORDS-PRODNUM          PIC S9(4) USAGE COMP.
           10 ORDS-QUANTITY         PIC S9(9) USAGE COMP.
           10 ORDS-QUOTED-PRICE     PIC S9(3)V9(2) USAGE COMP-3.
           10 ORDS-PRICE-DEFAULTED  PIC X(1).
           10 ORDS-STATUS           PIC X(1).
              88 ORDS-IS-STAGED             VALUE 'S'.
              88 ORDS-IS-CANCELLED          VALUE 'X'.
              88 ORDS-IS-IN-RUN             VALUE 'I'.
              88 ORDS-IS-PRICED             VALUE 'P'.
              88 ORDS-IS-HELD               VALUE 'H'.
              88 ORDS-IS-REJECTED           VALUE 'R'.
           10 ORDS-ENTERED-BY       PIC X(8).
           10 ORDS-ENTERED-TS       PIC X(26).
           10 ORDS-CHG-USER         PIC X(8).
           10 ORDS-CHG-TS           PIC X(26).
           10 ORDS-ORDER-ID         PIC S9(9) USAGE COMP.
           10 ORDS-RESULT           PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
