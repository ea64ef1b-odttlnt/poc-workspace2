      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDSTMT.
       AUTHOR. NLOPEZ.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  PRDSTMT:      MONTH-END DEPARTMENT ORDER STATEMENTS           *
      *                                                                *
      *  FUNCTION:     PRINTS ONE STATEMENT PER Q.ORG DEPARTMENT FOR   *
      *                THE ORDERS PRDORDER STORED ON Q.PRODORD_HDR/    *
      *                Q.PRODORD_LINE DURING ONE CALENDAR MONTH (BY    *
      *                ORDH_ORDER_DATE, THE BUSINESS DATE EACH ORDER   *
      *                WAS PRICED AS OF):                              *
      *                - EACH ORDER WITH ITS LINES - PRODUCT, QTY,     *
      *                  UNIT PRICE, EXTENDED AMOUNT, AND '*' WHERE    *
      *                  THE PRICE WAS THE NULL-PRICE DEFAULT OR 'R'   *
      *                  WHERE A Q.PRCRULE RULE SET IT - AND           *
      *                  AN ORDER SUBTOTAL,                            *
      *                - EACH CREDIT (PRODUCT SENT BACK) THE SAME WAY, *
      *                  ITS LINES MARKED 'C' WITH THE ORDER AND LINE  *
      *                  THEY CREDIT AND SHOWN NEGATIVE,               *
      *                - THE DEPARTMENT TOTAL NET OF CREDITS, WITH THE *
      *                  CREDITS ALSO SHOWN ON THEIR OWN, OR 'NO       *
      *                  ORDERS' WHEN THE DEPARTMENT ORDERED NOTHING   *
      *                  THAT MONTH,                                   *
      *                - A ROLL-UP AT EACH DIVISION BREAK AND A GRAND  *
      *                  TOTAL AT THE END.                             *
      *                ORDERS STORED AGAINST A DEPTNUMB THAT IS NO     *
      *                LONGER ON Q.ORG CANNOT GET A STATEMENT AND ARE  *
      *                LISTED AS EXCEPTIONS SO THEIR AMOUNTS DO NOT    *
      *                DROP OUT OF THE MONTH SILENTLY.                 *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - COLS 01-07 STATEMENT MONTH YYYY-MM.  *
      *                   BLANK MEANS THE MONTH BEFORE TODAY'S, THE    *
      *                   NORMAL MONTH-END SCHEDULE.                   *
      *                                                                *
      *  DB2 TABLES:   Q.PRODORD_HDR, Q.PRODORD_LINE, Q.ORG,           *
      *                Q.PRODUCTS (ALL READ)                           *
      *                                                                *
      *  RETURN CODE:  0  STATEMENTS PRINTED                           *
      *                8  ORPHANED ORDERS LISTED, OR A FETCH FAILED    *
      *                16 BAD STATEMENT MONTH - NOTHING PRINTED        *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  RULE-PRICED LINES MARKED 'R'                *
      *  2026-10-15 UISAD  CREDITS PRINTED NEGATIVE AND NETTED INTO    *
      *                    THE TOTALS; CREDIT TOTALS SHOWN SEPARATELY  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

      ******************************************************************
      *                                                                *
      *         VARIABLE DATA AREA                                     *
      *                                                                *
      ******************************************************************
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDSTMT'.

       01  WS-PARM-CARD.
           05  WS-PARM-MONTH                PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(73) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-MONTH-START               PIC X(10) VALUE SPACES.
           05  WS-MONTH-END                 PIC X(10) VALUE SPACES.
           05  WS-PRIOR-DIVISION            PIC X(10) VALUE SPACES.
           05  WS-PRIOR-ORDER-ID            PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LINE-ORDER-ID             PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LINE-ORDER-DATE           PIC X(10) VALUE SPACES.
           05  WS-LINE-ORDER-REF            PIC X(10) VALUE SPACES.
           05  WS-LINE-ORDER-TYPE           PIC X(01) VALUE SPACE.
               88  WS-LINE-IS-CREDIT                  VALUE 'C'.
           05  WS-LINE-PRODNAME-IND         PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ORPHAN-DATE               PIC X(10) VALUE SPACES.

      * AMOUNTS ARE NET OF CREDITS, WHICH ARE STORED NEGATIVE.
       01  WS-TOTALS-AREA.
           05  WS-ORDER-AMOUNT              PIC S9(9)V9(2)
                                                        VALUE ZEROES.
           05  WS-DEPT-ORDERS               PIC 9(07) VALUE ZEROES.
           05  WS-DEPT-LINES                PIC 9(07) VALUE ZEROES.
           05  WS-DEPT-AMOUNT               PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-DEPT-CREDITS              PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-DIV-DEPTS                 PIC 9(07) VALUE ZEROES.
           05  WS-DIV-ORDERS                PIC 9(07) VALUE ZEROES.
           05  WS-DIV-LINES                 PIC 9(07) VALUE ZEROES.
           05  WS-DIV-AMOUNT                PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-GRAND-DEPTS               PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-ORDERS              PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-LINES               PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-AMOUNT              PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-GRAND-CREDITS             PIC S9(11)V9(2)
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-DIVISION-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-ORPHAN-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-ORPHAN-AMOUNT             PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-DEFAULTED-COUNT           PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-LINE-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF-LINE-CURSOR                 VALUE 'Y'.
           05  WS-EXCP-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF-EXCP-CURSOR                 VALUE 'Y'.
           05  WS-FIRST-DEPT-SW             PIC X(01) VALUE 'Y'.
               88  WS-FIRST-DEPT                      VALUE 'Y'.

       01  WS-REPORT-LINE.
           05  WS-RPT-LINE-NUM              PIC ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-RPT-PRODNUM               PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-RPT-PRODNAME              PIC X(11).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-RPT-QUANTITY              PIC ZZZZ9-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-UNIT-PRICE            PIC ZZ9.99.
           05  WS-RPT-PRICE-DEFAULTED       PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-EXTENDED              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-CREDITS-REF           PIC X(26) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-ORDER-ID             PIC Z(8)9.
           05  WS-EDIT-DEPTNUMB             PIC ZZZZ9.
           05  WS-EDIT-COUNT                PIC Z(6)9.
           05  WS-EDIT-COUNT-2              PIC Z(6)9.
           05  WS-EDIT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CR-ORDER-ID          PIC Z(8)9.
           05  WS-EDIT-CR-LINE-NUM          PIC ZZZ9.

           EXEC SQL INCLUDE SQLCA        END-EXEC.
           COPY ORG.
           COPY PRODUCTS.
           COPY PRODORDH.
           COPY PRODORDL.

      * EVERY DEPARTMENT GETS A STATEMENT, ORDERS OR NOT
           EXEC SQL
                DECLARE DEPT-CSR CURSOR FOR
                SELECT DEPTNUMB, DEPTNAME, DIVISION
                  FROM Q.ORG
                 ORDER BY DIVISION, DEPTNUMB
           END-EXEC.

      * THE DEPARTMENT'S ORDER LINES FOR THE MONTH. THE PRODUCT IS AN
      * OUTER JOIN SO A PRODUCT DELETED SINCE THE ORDER STILL PRINTS
      * AND STILL COUNTS TOWARD THE TOTALS.
           EXEC SQL
                DECLARE LINE-CSR CURSOR FOR
                SELECT H.ORDH_ORDER_ID
                     , CHAR(H.ORDH_ORDER_DATE, ISO)
                     , H.ORDH_ORDER_REF
                     , H.ORDH_ORDER_TYPE
                     , L.ORDL_LINE_NUM
                     , L.ORDL_PRODNUM
                     , P.PRODNAME
                     , L.ORDL_QUANTITY
                     , L.ORDL_UNIT_PRICE
                     , L.ORDL_PRICE_SOURCE
                     , L.ORDL_EXTENDED
                     , L.ORDL_CR_ORDER_ID
                     , L.ORDL_CR_LINE_NUM
                  FROM Q.PRODORD_HDR H
                 INNER JOIN Q.PRODORD_LINE L
                    ON L.ORDL_ORDER_ID = H.ORDH_ORDER_ID
                   AND L.ORDL_DEPTNUMB = H.ORDH_DEPTNUMB
                  LEFT OUTER JOIN Q.PRODUCTS P
                    ON P.PRODNUM = L.ORDL_PRODNUM
                 WHERE H.ORDH_DEPTNUMB = :DEPTNUMB
                   AND H.ORDH_ORDER_DATE BETWEEN DATE(:WS-MONTH-START)
                                             AND DATE(:WS-MONTH-END)
                 ORDER BY H.ORDH_ORDER_ID, L.ORDL_LINE_NUM
           END-EXEC.

      * EXCEPTION - ORDERS FOR A DEPTNUMB NO LONGER ON Q.ORG
           EXEC SQL
                DECLARE ORPHAN-CSR CURSOR FOR
                SELECT H.ORDH_ORDER_ID
                     , H.ORDH_DEPTNUMB
                     , CHAR(H.ORDH_ORDER_DATE, ISO)
                     , H.ORDH_TOTAL
                  FROM Q.PRODORD_HDR H
                 WHERE H.ORDH_ORDER_DATE BETWEEN DATE(:WS-MONTH-START)
                                             AND DATE(:WS-MONTH-END)
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM Q.ORG O
                          WHERE O.DEPTNUMB = H.ORDH_DEPTNUMB )
                 ORDER BY H.ORDH_DEPTNUMB, H.ORDH_ORDER_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDSTMT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-DEPARTMENT
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE DEPT-CSR
           END-EXEC.

           IF NOT WS-FIRST-DEPT
               PERFORM 4000-PRINT-DIVISION-ROLLUP
                  THRU 4000-EXIT
           END-IF.

           PERFORM 7000-REPORT-EXCEPTIONS
              THRU 7000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           STOP RUN.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      * THE STATEMENT MONTH RUNS FROM ITS FIRST TO ITS LAST CALENDAR   *
      * DAY. A MONTH DB2 WILL NOT TURN INTO A DATE STOPS THE RUN       *
      * BEFORE ANYTHING PRINTS.                                        *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'PRDSTMT - MONTH-END DEPARTMENT ORDER STATEMENTS'.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-MONTH = SPACES
               EXEC SQL
                    SET :WS-MONTH-START =
                        CHAR(CURRENT DATE
                             - (DAY(CURRENT DATE) - 1) DAYS
                             - 1 MONTH, ISO)
               END-EXEC
           ELSE
               STRING WS-PARM-MONTH '-01'
                      DELIMITED BY SIZE    INTO WS-MONTH-START
           END-IF.

           EXEC SQL
                SET :WS-MONTH-END =
                    CHAR(DATE(:WS-MONTH-START) + 1 MONTH - 1 DAY, ISO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDSTMT - INVALID STATEMENT MONTH "'
                        WS-PARM-MONTH '" SQLCODE=' SQLCODE
               MOVE 16                       TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'PRDSTMT - STATEMENT PERIOD ' WS-MONTH-START
                   ' TO ' WS-MONTH-END.

           EXEC SQL
                OPEN DEPT-CSR
           END-EXEC.

           PERFORM 2100-FETCH-NEXT-DEPT
              THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2000-PROCESS-DEPARTMENT                       *
      ******************************************************************
       2000-PROCESS-DEPARTMENT.

           IF WS-FIRST-DEPT
               MOVE DIVISION-TEXT            TO WS-PRIOR-DIVISION
               MOVE 'N'                      TO WS-FIRST-DEPT-SW
               PERFORM 2200-PRINT-DIVISION-HEADING
                  THRU 2200-EXIT
           END-IF.

           IF DIVISION-TEXT NOT = WS-PRIOR-DIVISION
               PERFORM 4000-PRINT-DIVISION-ROLLUP
                  THRU 4000-EXIT
               MOVE DIVISION-TEXT            TO WS-PRIOR-DIVISION
               PERFORM 2200-PRINT-DIVISION-HEADING
                  THRU 2200-EXIT
           END-IF.

           PERFORM 3000-PRINT-STATEMENT
              THRU 3000-EXIT.

           PERFORM 2100-FETCH-NEXT-DEPT
              THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-FETCH-NEXT-DEPT                        *
      ******************************************************************
       2100-FETCH-NEXT-DEPT.

           EXEC SQL
                FETCH DEPT-CSR
                INTO :DEPTNUMB,
                     :DEPTNAME    :INDSTRUC OF IORG(2),
                     :O_DIVISION  :INDSTRUC OF IORG(4)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
      * Q.ORG'S NAME AND DIVISION ARE NULLABLE - A NULL HERE IS A
      * NORMAL ROW, NOT AN ERROR.
                   IF INDSTRUC OF IORG(2) < ZERO
                       MOVE SPACES           TO DEPTNAME-TEXT
                   END-IF
                   IF INDSTRUC OF IORG(4) < ZERO
                       MOVE SPACES           TO DIVISION-TEXT
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-EOF-SW
               WHEN OTHER
                   DISPLAY 'PRDSTMT - DEPT FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   MOVE 'Y'                  TO WS-EOF-SW
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                2200-PRINT-DIVISION-HEADING                     *
      ******************************************************************
       2200-PRINT-DIVISION-HEADING.

           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'DIVISION: ' DIVISION-TEXT.
           ADD 1                             TO WS-DIVISION-COUNT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3000-PRINT-STATEMENT                         *
      * ONE DEPARTMENT'S STATEMENT - ITS ORDERS FOR THE MONTH, LINE BY *
      * LINE, WITH A SUBTOTAL AT EACH ORDER BREAK AND THE DEPARTMENT   *
      * TOTAL AT THE END.                                              *
      ******************************************************************
       3000-PRINT-STATEMENT.

           MOVE ZEROES                       TO WS-DEPT-ORDERS
                                                WS-DEPT-LINES
                                                WS-DEPT-AMOUNT
                                                WS-DEPT-CREDITS
                                                WS-ORDER-AMOUNT
                                                WS-PRIOR-ORDER-ID.

           MOVE DEPTNUMB                     TO WS-EDIT-DEPTNUMB.
           DISPLAY ' '.
           DISPLAY '  STATEMENT FOR DEPARTMENT ' WS-EDIT-DEPTNUMB
                   ' ' DEPTNAME-TEXT
                   '  PERIOD ' WS-MONTH-START ' TO ' WS-MONTH-END.

           EXEC SQL
                OPEN LINE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDSTMT - LINE OPEN FAILED SQLCODE=' SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-LINE-EOF-SW.
           PERFORM 3100-PRINT-ONE-LINE
              THRU 3100-EXIT
              UNTIL WS-EOF-LINE-CURSOR.

           EXEC SQL
                CLOSE LINE-CSR
           END-EXEC.

           IF WS-DEPT-ORDERS = ZEROES
               DISPLAY '    NO ORDERS'
           ELSE
               PERFORM 3300-PRINT-ORDER-SUBTOTAL
                  THRU 3300-EXIT
           END-IF.

           MOVE WS-DEPT-ORDERS               TO WS-EDIT-COUNT.
           MOVE WS-DEPT-LINES                TO WS-EDIT-COUNT-2.
           MOVE WS-DEPT-AMOUNT               TO WS-EDIT-AMOUNT.
           MOVE WS-DEPT-CREDITS              TO WS-EDIT-CREDITS.
           DISPLAY '  DEPARTMENT TOTAL  ORDERS=' WS-EDIT-COUNT
                   ' LINES=' WS-EDIT-COUNT-2
                   ' CREDITS=' WS-EDIT-CREDITS
                   ' NET AMOUNT=' WS-EDIT-AMOUNT.
           ADD WS-DEPT-CREDITS               TO WS-GRAND-CREDITS.

           ADD 1                             TO WS-DIV-DEPTS.
           ADD WS-DEPT-ORDERS                TO WS-DIV-ORDERS.
           ADD WS-DEPT-LINES                 TO WS-DIV-LINES.
           ADD WS-DEPT-AMOUNT                TO WS-DIV-AMOUNT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-PRINT-ONE-LINE                         *
      ******************************************************************
       3100-PRINT-ONE-LINE.

           EXEC SQL
                FETCH LINE-CSR
                INTO :WS-LINE-ORDER-ID,
                     :WS-LINE-ORDER-DATE,
                     :WS-LINE-ORDER-REF,
                     :WS-LINE-ORDER-TYPE,
                     :ORDL-LINE-NUM,
                     :ORDL-PRODNUM,
                     :PRODNAME :WS-LINE-PRODNAME-IND,
                     :ORDL-QUANTITY,
                     :ORDL-UNIT-PRICE,
                     :ORDL-PRICE-SOURCE,
                     :ORDL-EXTENDED,
                     :ORDL-CR-ORDER-ID,
                     :ORDL-CR-LINE-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-LINE-EOF-SW
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'PRDSTMT - LINE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   MOVE 'Y'                  TO WS-LINE-EOF-SW
                   GO TO 3100-EXIT
           END-EVALUATE.

           IF WS-LINE-ORDER-ID NOT = WS-PRIOR-ORDER-ID
               IF WS-DEPT-ORDERS > ZEROES
                   PERFORM 3300-PRINT-ORDER-SUBTOTAL
                      THRU 3300-EXIT
               END-IF
               PERFORM 3200-PRINT-ORDER-HEADING
                  THRU 3200-EXIT
           END-IF.

           IF WS-LINE-PRODNAME-IND < ZERO
               MOVE '(DELETED)'              TO PRODNAME-TEXT
           END-IF.

           MOVE ORDL-LINE-NUM                TO WS-RPT-LINE-NUM.
           MOVE ORDL-PRODNUM                 TO WS-RPT-PRODNUM.
           MOVE PRODNAME-TEXT                TO WS-RPT-PRODNAME.
           MOVE ORDL-QUANTITY                TO WS-RPT-QUANTITY.
           MOVE ORDL-UNIT-PRICE              TO WS-RPT-UNIT-PRICE.
           MOVE ORDL-EXTENDED                TO WS-RPT-EXTENDED.
           MOVE SPACES                       TO WS-RPT-CREDITS-REF.

           EVALUATE TRUE
               WHEN ORDL-PRICE-CREDIT
                   MOVE 'C'                  TO WS-RPT-PRICE-DEFAULTED
                   MOVE ORDL-CR-ORDER-ID     TO WS-EDIT-CR-ORDER-ID
                   MOVE ORDL-CR-LINE-NUM     TO WS-EDIT-CR-LINE-NUM
                   STRING 'CREDITS ' WS-EDIT-CR-ORDER-ID
                          ' LINE ' WS-EDIT-CR-LINE-NUM
                          DELIMITED BY SIZE INTO WS-RPT-CREDITS-REF
                   ADD ORDL-EXTENDED         TO WS-DEPT-CREDITS
               WHEN ORDL-PRICE-DEFAULTED
                   MOVE '*'                  TO WS-RPT-PRICE-DEFAULTED
                   ADD 1                     TO WS-DEFAULTED-COUNT
               WHEN ORDL-PRICE-BY-RULE
                   MOVE 'R'                  TO WS-RPT-PRICE-DEFAULTED
               WHEN OTHER
                   MOVE SPACE                TO WS-RPT-PRICE-DEFAULTED
           END-EVALUATE.

           DISPLAY '      ' WS-REPORT-LINE.

           ADD 1                             TO WS-DEPT-LINES.
           ADD ORDL-EXTENDED                 TO WS-ORDER-AMOUNT
                                                WS-DEPT-AMOUNT.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3200-PRINT-ORDER-HEADING                      *
      ******************************************************************
       3200-PRINT-ORDER-HEADING.

           MOVE WS-LINE-ORDER-ID             TO WS-PRIOR-ORDER-ID
                                                WS-EDIT-ORDER-ID.
           MOVE ZEROES                       TO WS-ORDER-AMOUNT.
           ADD 1                             TO WS-DEPT-ORDERS.

           IF WS-LINE-IS-CREDIT
               DISPLAY '    CREDIT ' WS-EDIT-ORDER-ID
                       '  DATE ' WS-LINE-ORDER-DATE
                       '  REF ' WS-LINE-ORDER-REF
           ELSE
               DISPLAY '    ORDER ' WS-EDIT-ORDER-ID
                       '  DATE ' WS-LINE-ORDER-DATE
                       '  REF ' WS-LINE-ORDER-REF
           END-IF.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3300-PRINT-ORDER-SUBTOTAL                     *
      ******************************************************************
       3300-PRINT-ORDER-SUBTOTAL.

           MOVE WS-ORDER-AMOUNT              TO WS-EDIT-AMOUNT.
           DISPLAY '      ORDER TOTAL' WS-EDIT-AMOUNT.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 4000-PRINT-DIVISION-ROLLUP                     *
      ******************************************************************
       4000-PRINT-DIVISION-ROLLUP.

           MOVE WS-DIV-DEPTS                 TO WS-EDIT-COUNT.
           MOVE WS-DIV-ORDERS                TO WS-EDIT-COUNT-2.
           MOVE WS-DIV-AMOUNT                TO WS-EDIT-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'DIVISION ' WS-PRIOR-DIVISION
                   ' TOTAL  DEPTS=' WS-EDIT-COUNT
                   ' ORDERS=' WS-EDIT-COUNT-2
                   ' AMOUNT=' WS-EDIT-AMOUNT.

           ADD WS-DIV-DEPTS                  TO WS-GRAND-DEPTS.
           ADD WS-DIV-ORDERS                 TO WS-GRAND-ORDERS.
           ADD WS-DIV-LINES                  TO WS-GRAND-LINES.
           ADD WS-DIV-AMOUNT                 TO WS-GRAND-AMOUNT.

           MOVE ZEROES                       TO WS-DIV-DEPTS
                                                WS-DIV-ORDERS
                                                WS-DIV-LINES
                                                WS-DIV-AMOUNT.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7000-REPORT-EXCEPTIONS                        *
      * ORDERS WHOSE DEPARTMENT HAS GONE FROM Q.ORG HAVE NO STATEMENT  *
      * TO PRINT ON - LIST THEM SO THE MONTH STILL BALANCES.           *
      ******************************************************************
       7000-REPORT-EXCEPTIONS.

           DISPLAY ' '.
           DISPLAY 'PRDSTMT - ORDERS FOR DEPARTMENTS NOT ON Q.ORG'.

           EXEC SQL
                OPEN ORPHAN-CSR
           END-EXEC.

           MOVE 'N'                          TO WS-EXCP-EOF-SW.
           PERFORM 7100-REPORT-ONE-ORPHAN
              THRU 7100-EXIT
              UNTIL WS-EOF-EXCP-CURSOR.

           EXEC SQL
                CLOSE ORPHAN-CSR
           END-EXEC.

           IF WS-ORPHAN-COUNT = ZEROES
               DISPLAY '  NONE'
           ELSE
               MOVE 8                        TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7100-REPORT-ONE-ORPHAN                        *
      ******************************************************************
       7100-REPORT-ONE-ORPHAN.

           EXEC SQL
                FETCH ORPHAN-CSR
                INTO :ORDH-ORDER-ID, :ORDH-DEPTNUMB,
                     :WS-ORPHAN-DATE, :ORDH-TOTAL
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE ORDH-ORDER-ID        TO WS-EDIT-ORDER-ID
                   MOVE ORDH-DEPTNUMB        TO WS-EDIT-DEPTNUMB
                   MOVE ORDH-TOTAL           TO WS-EDIT-AMOUNT
                   DISPLAY '  ORDER ' WS-EDIT-ORDER-ID
                           '  DEPTNUMB=' WS-EDIT-DEPTNUMB
                           '  DATE ' WS-ORPHAN-DATE
                           '  AMOUNT=' WS-EDIT-AMOUNT
                   ADD 1                     TO WS-ORPHAN-COUNT
                   ADD ORDH-TOTAL            TO WS-ORPHAN-AMOUNT
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-EXCP-EOF-SW
               WHEN OTHER
                   DISPLAY 'PRDSTMT - ORPHAN FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   MOVE 'Y'                  TO WS-EXCP-EOF-SW
           END-EVALUATE.
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-REPORT-SUMMARY                         *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'PRDSTMT - GRAND TOTAL ' WS-MONTH-START
                   ' TO ' WS-MONTH-END.
           DISPLAY 'PRDSTMT - DIVISIONS             : '
                    WS-DIVISION-COUNT.
           DISPLAY 'PRDSTMT - DEPARTMENT STATEMENTS : ' WS-GRAND-DEPTS.
           DISPLAY 'PRDSTMT - ORDERS                : '
                    WS-GRAND-ORDERS.
           DISPLAY 'PRDSTMT - ORDER LINES           : ' WS-GRAND-LINES.
           DISPLAY 'PRDSTMT - NULL PRICES DEFAULTED : '
                    WS-DEFAULTED-COUNT.
           MOVE WS-GRAND-CREDITS             TO WS-EDIT-CREDITS.
           DISPLAY 'PRDSTMT - CREDITS               : '
                    WS-EDIT-CREDITS.
           MOVE WS-GRAND-AMOUNT              TO WS-EDIT-AMOUNT.
           DISPLAY 'PRDSTMT - NET AMOUNT            : ' WS-EDIT-AMOUNT.
           DISPLAY 'PRDSTMT - ORPHANED ORDERS       : '
                    WS-ORPHAN-COUNT.
           MOVE WS-ORPHAN-AMOUNT             TO WS-EDIT-AMOUNT.
           DISPLAY 'PRDSTMT - ORPHANED AMOUNT       : ' WS-EDIT-AMOUNT.
       9000-EXIT.
           EXIT.
