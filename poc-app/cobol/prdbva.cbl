      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDBVA.
       AUTHOR. NLOPEZ.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  PRDBVA:       DEPARTMENT BUDGET VERSUS ACTUAL                 *
      *                                                                *
      *  FUNCTION:     FOR ONE FISCAL PERIOD, LISTS EVERY Q.ORG        *
      *                DEPARTMENT GROUPED BY DIVISION WITH ITS         *
      *                Q.DEPTBUDG BUDGET, ITS ACTUAL SPEND (THE ORDERS *
      *                PRDORDER STORED ON Q.PRODORD_HDR WITH A PRICE   *
      *                DATE IN THE PERIOD), THE AMOUNT REMAINING AND   *
      *                THE PERCENT USED. A DEPARTMENT OVER ITS BUDGET  *
      *                IS FLAGGED *OVER* (ONLY A CONTROLLER RELEASE IN *
      *                PRDORDER CAN PUT IT THERE); ONE WITH NO BUDGET  *
      *                ROW SHOWS 'NO BUDGET' AND ITS SPEND STILL       *
      *                COUNTS IN THE ACTUALS. DIVISION SUBTOTALS AND A *
      *                GRAND TOTAL FOLLOW, THEN ANY BUDGET ROW FOR A   *
      *                DEPTNUMB NO LONGER ON Q.ORG.                    *
      *                ORDERS HELD BY PRDORDER ARE NOT STORED AND SO   *
      *                ARE NOT PART OF THE ACTUALS. CREDITS ARE STORED *
      *                NEGATIVE, SO THE ACTUALS ARE NET OF THEM.       *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - COLS 01-04 FISCAL YEAR, COLS 05-06   *
      *                   FISCAL PERIOD. BLANK MEANS THE PERIOD TODAY  *
      *                   FALLS IN.                                    *
      *                                                                *
      *  DB2 TABLES:   Q.DEPTBUDG, Q.PRODORD_HDR, Q.ORG,               *
      *                T_FISCAL_PERIOD (ALL READ)                      *
      *                                                                *
      *  RETURN CODE:  0  REPORT PRINTED                               *
      *                4  ONE OR MORE DEPARTMENTS OVER BUDGET          *
      *                8  ORPHANED BUDGET ROWS, OR A FETCH FAILED      *
      *                16 FISCAL PERIOD NOT LOADED - NOTHING PRINTED   *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  ACTUAL SPEND SIGNED - NET OF CREDITS        *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDBVA'.

       01  WS-PARM-CARD.
           05  WS-PARM-YEAR                 PIC X(04) VALUE SPACES.
           05  WS-PARM-PERIOD               PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(74) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-PERIOD-START              PIC X(10) VALUE SPACES.
           05  WS-PERIOD-END                PIC X(10) VALUE SPACES.
           05  WS-PRIOR-DIVISION            PIC X(10) VALUE SPACES.
           05  WS-BUDGET-IND                PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ACTUAL                    PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-REMAINING                 PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-PCT-USED                  PIC S9(5) USAGE COMP-3
                                                        VALUE ZEROES.

       01  WS-TOTALS-AREA.
           05  WS-DIV-DEPTS                 PIC 9(07) VALUE ZEROES.
           05  WS-DIV-OVER                  PIC 9(07) VALUE ZEROES.
           05  WS-DIV-BUDGET                PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-DIV-ACTUAL                PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-GRAND-DEPTS               PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-OVER                PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-NO-BUDGET           PIC 9(07) VALUE ZEROES.
           05  WS-GRAND-BUDGET              PIC S9(11)V9(2)
                                                        VALUE ZEROES.
           05  WS-GRAND-ACTUAL              PIC S9(11)V9(2)
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-DIVISION-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-ORPHAN-COUNT              PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-EXCP-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF-EXCP-CURSOR                 VALUE 'Y'.
           05  WS-FIRST-DEPT-SW             PIC X(01) VALUE 'Y'.
               88  WS-FIRST-DEPT                      VALUE 'Y'.

       01  WS-REPORT-LINE.
           05  WS-RPT-DEPTNUMB              PIC ZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-RPT-DEPTNAME              PIC X(14).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-BUDGET                PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-BUDGET-X REDEFINES WS-RPT-BUDGET
                                            PIC X(14).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-ACTUAL                PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-REMAINING             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-REMAINING-X REDEFINES WS-RPT-REMAINING
                                            PIC X(15).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-PCT                   PIC ZZZZ9.
           05  WS-RPT-PCT-X REDEFINES WS-RPT-PCT
                                            PIC X(05).
           05  WS-RPT-PCT-SIGN              PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-FLAG                  PIC X(06) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC Z(6)9.
           05  WS-EDIT-COUNT-2              PIC Z(6)9.
           05  WS-EDIT-BUDGET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-ACTUAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DEPTNUMB             PIC ZZZZ9.

           EXEC SQL INCLUDE SQLCA        END-EXEC.
           EXEC SQL INCLUDE DB2FPD       END-EXEC.
           COPY ORG.
           COPY DEPTBUDG.

      * EVERY DEPARTMENT, BUDGETED OR NOT, WITH ITS SPEND FOR THE
      * PERIOD
           EXEC SQL
                DECLARE BVA-CSR CURSOR FOR
                SELECT O.DEPTNUMB
                     , O.DEPTNAME
                     , O.DIVISION
                     , B.BUDG_AMOUNT
                     , ( SELECT COALESCE(SUM(H.ORDH_TOTAL), 0)
                           FROM Q.PRODORD_HDR H
                          WHERE H.ORDH_DEPTNUMB = O.DEPTNUMB
                            AND H.ORDH_ORDER_DATE
                                BETWEEN DATE(:WS-PERIOD-START)
                                    AND DATE(:WS-PERIOD-END) )
                  FROM Q.ORG O
                  LEFT OUTER JOIN Q.DEPTBUDG B
                    ON B.BUDG_DEPTNUMB    = O.DEPTNUMB
                   AND B.BUDG_FISCAL_YEAR = :FPD-FISCAL-YEAR
                   AND B.BUDG_PERIOD      = :FPD-PERIOD
                 ORDER BY O.DIVISION, O.DEPTNUMB
           END-EXEC.

      * EXCEPTION - BUDGETS FOR A DEPTNUMB NO LONGER ON Q.ORG
           EXEC SQL
                DECLARE ORPHAN-CSR CURSOR FOR
                SELECT B.BUDG_DEPTNUMB, B.BUDG_AMOUNT
                  FROM Q.DEPTBUDG B
                 WHERE B.BUDG_FISCAL_YEAR = :FPD-FISCAL-YEAR
                   AND B.BUDG_PERIOD      = :FPD-PERIOD
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM Q.ORG O
                          WHERE O.DEPTNUMB = B.BUDG_DEPTNUMB )
                 ORDER BY B.BUDG_DEPTNUMB
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDBVA WORKING STORAGE ENDS'.
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
                CLOSE BVA-CSR
           END-EXEC.

           IF NOT WS-FIRST-DEPT
               PERFORM 4000-PRINT-DIVISION-TOTAL
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
      * THE PERIOD'S DATES COME FROM FINANCE'S FISCAL CALENDAR - A     *
      * PERIOD NOT LOADED THERE STOPS THE RUN BEFORE ANYTHING PRINTS.  *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'PRDBVA - DEPARTMENT BUDGET VERSUS ACTUAL'.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-YEAR = SPACES
               EXEC SQL
                    SELECT FPD_FISCAL_YEAR
                         , FPD_PERIOD
                         , CHAR(FPD_START_DATE, ISO)
                         , CHAR(FPD_END_DATE, ISO)
                      INTO :FPD-FISCAL-YEAR
                         , :FPD-PERIOD
                         , :WS-PERIOD-START
                         , :WS-PERIOD-END
                      FROM T_FISCAL_PERIOD
                     WHERE CURRENT DATE BETWEEN FPD_START_DATE
                                            AND FPD_END_DATE
               END-EXEC
           ELSE
               IF WS-PARM-YEAR NOT NUMERIC
                  OR WS-PARM-PERIOD NOT NUMERIC
                   DISPLAY 'PRDBVA - INVALID FISCAL YEAR/PERIOD "'
                            WS-PARM-YEAR WS-PARM-PERIOD '"'
                   MOVE 16                   TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-YEAR             TO FPD-FISCAL-YEAR
               MOVE WS-PARM-PERIOD           TO FPD-PERIOD
               EXEC SQL
                    SELECT CHAR(FPD_START_DATE, ISO)
                         , CHAR(FPD_END_DATE, ISO)
                      INTO :WS-PERIOD-START
                         , :WS-PERIOD-END
                      FROM T_FISCAL_PERIOD
                     WHERE FPD_FISCAL_YEAR = :FPD-FISCAL-YEAR
                       AND FPD_PERIOD      = :FPD-PERIOD
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDBVA - FISCAL PERIOD NOT ON T_FISCAL_PERIOD '
                       'SQLCODE=' SQLCODE
               MOVE 16                       TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FPD-FISCAL-YEAR              TO WS-PARM-YEAR.
           MOVE FPD-PERIOD                   TO WS-PARM-PERIOD.
           DISPLAY 'PRDBVA - FISCAL YEAR ' WS-PARM-YEAR
                   ' PERIOD ' WS-PARM-PERIOD
                   '  ' WS-PERIOD-START ' TO ' WS-PERIOD-END.

           EXEC SQL
                OPEN BVA-CSR
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
               PERFORM 4000-PRINT-DIVISION-TOTAL
                  THRU 4000-EXIT
               MOVE DIVISION-TEXT            TO WS-PRIOR-DIVISION
               PERFORM 2200-PRINT-DIVISION-HEADING
                  THRU 2200-EXIT
           END-IF.

           PERFORM 3000-PRINT-DEPARTMENT-LINE
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
                FETCH BVA-CSR
                INTO :DEPTNUMB,
                     :DEPTNAME    :INDSTRUC OF IORG(2),
                     :O_DIVISION  :INDSTRUC OF IORG(4),
                     :BUDG-AMOUNT :WS-BUDGET-IND,
                     :WS-ACTUAL
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
      * Q.ORG'S NAME AND DIVISION ARE NULLABLE, AND THE BUDGET IS NULL
      * FOR A DEPARTMENT WITH NO Q.DEPTBUDG ROW - ALL NORMAL ROWS.
                   IF INDSTRUC OF IORG(2) < ZERO
                       MOVE SPACES           TO DEPTNAME-TEXT
                   END-IF
                   IF INDSTRUC OF IORG(4) < ZERO
                       MOVE SPACES           TO DIVISION-TEXT
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-EOF-SW
               WHEN OTHER
                   DISPLAY 'PRDBVA - FETCH FAILED SQLCODE=' SQLCODE
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
           DISPLAY 'DIVISION: ' DIVISION-TEXT.
           DISPLAY 'DEPT   DEPTNAME               BUDGET'
                   '         ACTUAL       REMAINING  %USED'.
           ADD 1                             TO WS-DIVISION-COUNT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                3000-PRINT-DEPARTMENT-LINE                      *
      ******************************************************************
       3000-PRINT-DEPARTMENT-LINE.

           MOVE DEPTNUMB                     TO WS-RPT-DEPTNUMB.
           MOVE DEPTNAME-TEXT                TO WS-RPT-DEPTNAME.
           MOVE WS-ACTUAL                    TO WS-RPT-ACTUAL.
           MOVE SPACES                       TO WS-RPT-FLAG
                                                WS-RPT-PCT-SIGN.

           ADD 1                             TO WS-DIV-DEPTS.
           ADD WS-ACTUAL                     TO WS-DIV-ACTUAL.

           IF WS-BUDGET-IND < ZERO
               MOVE '  NO BUDGET'            TO WS-RPT-BUDGET-X
               MOVE SPACES                   TO WS-RPT-REMAINING-X
                                                WS-RPT-PCT-X
               ADD 1                         TO WS-GRAND-NO-BUDGET
               DISPLAY WS-REPORT-LINE
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-REMAINING = BUDG-AMOUNT - WS-ACTUAL.
           MOVE BUDG-AMOUNT                  TO WS-RPT-BUDGET.
           MOVE WS-REMAINING                 TO WS-RPT-REMAINING.
           ADD BUDG-AMOUNT                   TO WS-DIV-BUDGET.

           IF BUDG-AMOUNT > ZERO
              AND WS-ACTUAL NOT < ZERO
               COMPUTE WS-PCT-USED ROUNDED =
                       WS-ACTUAL * 100 / BUDG-AMOUNT
                   ON SIZE ERROR
                       MOVE 99999            TO WS-PCT-USED
               END-COMPUTE
               MOVE WS-PCT-USED              TO WS-RPT-PCT
               MOVE '%'                      TO WS-RPT-PCT-SIGN
           ELSE
               MOVE SPACES                   TO WS-RPT-PCT-X
           END-IF.

           IF WS-REMAINING < ZERO
               MOVE '*OVER*'                 TO WS-RPT-FLAG
               ADD 1                         TO WS-DIV-OVER
           END-IF.

           DISPLAY WS-REPORT-LINE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 4000-PRINT-DIVISION-TOTAL                      *
      ******************************************************************
       4000-PRINT-DIVISION-TOTAL.

           MOVE WS-DIV-DEPTS                 TO WS-EDIT-COUNT.
           MOVE WS-DIV-OVER                  TO WS-EDIT-COUNT-2.
           MOVE WS-DIV-BUDGET                TO WS-EDIT-BUDGET.
           MOVE WS-DIV-ACTUAL                TO WS-EDIT-ACTUAL.
           DISPLAY 'DIVISION ' WS-PRIOR-DIVISION
                   ' TOTAL  DEPTS=' WS-EDIT-COUNT
                   ' OVER=' WS-EDIT-COUNT-2.
           DISPLAY '         BUDGET=' WS-EDIT-BUDGET
                   ' ACTUAL=' WS-EDIT-ACTUAL.

           ADD WS-DIV-DEPTS                  TO WS-GRAND-DEPTS.
           ADD WS-DIV-OVER                   TO WS-GRAND-OVER.
           ADD WS-DIV-BUDGET                 TO WS-GRAND-BUDGET.
           ADD WS-DIV-ACTUAL                 TO WS-GRAND-ACTUAL.

           MOVE ZEROES                       TO WS-DIV-DEPTS
                                                WS-DIV-OVER
                                                WS-DIV-BUDGET
                                                WS-DIV-ACTUAL.
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7000-REPORT-EXCEPTIONS                        *
      * A BUDGET FOR A DEPARTMENT THAT HAS GONE FROM Q.ORG CAN NEVER   *
      * BE SPENT - LIST IT SO IT CAN BE MOVED OR DELETED (BUDMAINT).   *
      ******************************************************************
       7000-REPORT-EXCEPTIONS.

           DISPLAY ' '.
           DISPLAY 'PRDBVA - BUDGETS FOR DEPARTMENTS NOT ON Q.ORG'.

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
                INTO :BUDG-DEPTNUMB, :BUDG-AMOUNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE BUDG-DEPTNUMB        TO WS-EDIT-DEPTNUMB
                   MOVE BUDG-AMOUNT          TO WS-EDIT-BUDGET
                   DISPLAY '  DEPTNUMB=' WS-EDIT-DEPTNUMB
                           '  BUDGET=' WS-EDIT-BUDGET
                   ADD 1                     TO WS-ORPHAN-COUNT
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-EXCP-EOF-SW
               WHEN OTHER
                   DISPLAY 'PRDBVA - ORPHAN FETCH FAILED SQLCODE='
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
           DISPLAY 'PRDBVA - GRAND TOTAL FY' WS-PARM-YEAR
                   ' P' WS-PARM-PERIOD.
           DISPLAY 'PRDBVA - DIVISIONS              : '
                    WS-DIVISION-COUNT.
           DISPLAY 'PRDBVA - DEPARTMENTS            : ' WS-GRAND-DEPTS.
           DISPLAY 'PRDBVA - DEPARTMENTS OVER       : ' WS-GRAND-OVER.
           DISPLAY 'PRDBVA - DEPARTMENTS NO BUDGET  : '
                    WS-GRAND-NO-BUDGET.
           MOVE WS-GRAND-BUDGET              TO WS-EDIT-BUDGET.
           DISPLAY 'PRDBVA - BUDGET                 : ' WS-EDIT-BUDGET.
           MOVE WS-GRAND-ACTUAL              TO WS-EDIT-ACTUAL.
           DISPLAY 'PRDBVA - ACTUAL                 : ' WS-EDIT-ACTUAL.
           DISPLAY 'PRDBVA - ORPHANED BUDGETS       : '
                    WS-ORPHAN-COUNT.

           IF WS-GRAND-OVER > ZEROES
              AND RETURN-CODE < 4
               MOVE 4                        TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
