      ******************************************************************
      * DCLGEN TABLE(Q.PRODORD_HDR)                                    *
      *        STRUCTURE(PRODORDH)                                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER ORDER ACCEPTED BY PRDORDER, KEYED BY ORDER ID AND  *
      * ORDERING DEPTNUMB. AN ORDER IS A RUN OF CONSECUTIVE ORDIN      *
      * LINES FOR ONE DEPARTMENT AND ONE ORDER REFERENCE; ONLY LINES   *
      * THAT PRICED ARE STORED (Q.PRODORD_LINE). ORDH_ORDER_DATE IS    *
      * THE BUSINESS DATE THE ORDER WAS PRICED AS OF, ON THE           *
      * DEPARTMENT'S LOCATION CALENDAR (ORDH_CAL_ID). LINE COUNT AND   *
      * TOTAL ARE THE SUMS OF THE STORED LINES. PRDSTMT PRINTS THE     *
      * MONTHLY DEPARTMENT STATEMENT FROM HERE. ORDH_ORDER_TYPE 'C'    *
      * MARKS A CREDIT (PRODUCT SENT BACK) - ITS LINES AND TOTAL ARE   *
      * NEGATIVE, SO ANY SUM OF ORDH_TOTAL IS ALREADY NET OF CREDITS.  *
      ******************************************************************
           EXEC SQL DECLARE Q.PRODORD_HDR TABLE
           ( ORDH_ORDER_ID                  INTEGER NOT NULL,
             ORDH_DEPTNUMB                  SMALLINT NOT NULL,
             ORDH_ORDER_REF                 CHAR(10) NOT NULL,
             ORDH_ORDER_DATE                DATE NOT NULL,
             ORDH_CAL_ID                    CHAR(8) NOT NULL,
             ORDH_LINE_COUNT                SMALLINT NOT NULL,
             ORDH_TOTAL                     DECIMAL(11, 2) NOT NULL,
             ORDH_LOADED_BY                 CHAR(8) NOT NULL,
             ORDH_LOADED_TS                 TIMESTAMP NOT NULL,
             ORDH_ORDER_TYPE                CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRODORD_HDR                      *
      ******************************************************************
       01  PRODORDH.
           10 ORDH-ORDER-ID         PIC S9(9) USAGE COMP.
           10 ORDH-DEPTNUMB         PIC S9(4) USAGE COMP.
           10 ORDH-ORDER-REF        PIC X(10).
           10 ORDH-ORDER-DATE       PIC X(10).
           10 ORDH-CAL-ID           PIC X(8).
           10 ORDH-LINE-COUNT       PIC S9(4) USAGE COMP.
           10 ORDH-TOTAL            PIC S9(9)V9(2) USAGE COMP-3.
           10 ORDH-LOADED-BY        PIC X(8).
           10 ORDH-LOADED-TS        PIC X(26).
           10 ORDH-ORDER-TYPE       PIC X(1).
              88 ORDH-IS-ORDER              VALUE 'O'.
              88 ORDH-IS-CREDIT             VALUE 'C'.
