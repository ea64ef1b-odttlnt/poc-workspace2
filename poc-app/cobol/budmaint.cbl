      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  BUDMAINT:     Q.DEPTBUDG MAINTENANCE UTILITY                  *
      *                                                                *
      *  FUNCTION:     THIS IS THE SUPPORTED WAY TO SET, CHANGE OR     *
      *                DROP A DEPARTMENT'S SPENDING BUDGET FOR ONE     *
      *                FISCAL PERIOD. PRDORDER HOLDS ANY ORDER THAT    *
      *                WOULD TAKE THE DEPARTMENT PAST IT; A DEPARTMENT *
      *                WITH NO ROW FOR A PERIOD HAS NO LIMIT. BASIC    *
      *                EDITS ARE APPLIED BEFORE ANY SQL IS ISSUED: THE *
      *                DEPTNUMB, YEAR AND PERIOD MUST BE NUMERIC, AN   *
      *                ADD MAY NOT DUPLICATE AN EXISTING BUDGET, AND   *
      *                AN ADD/CHANGE MUST NAME A DEPARTMENT ON Q.ORG,  *
      *                A PERIOD ALREADY LOADED ON T_FISCAL_PERIOD (BY  *
      *                FISMAINT) AND A NUMERIC AMOUNT, SO A MISKEYED   *
      *                CARD CANNOT SET A BUDGET NO ORDER WILL EVER BE  *
      *                CHECKED AGAINST.                                *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE)    *
      *                   COLS 07-11  DEPTNUMB (ZERO-FILLED)          *
      *                   COLS 12-15  FISCAL YEAR                     *
      *                   COLS 16-17  FISCAL PERIOD (01-12)           *
      *                   COLS 18-28  AMOUNT   (999999999V99, ZERO-   *
      *                               FILLED - ADD/CHANGE)            *
      *                                                                *
      *  DB2 TABLES:   Q.DEPTBUDG (READ/INSERT/UPDATE/DELETE)          *
      *                Q.ORG, T_FISCAL_PERIOD (READ)                   *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'BUDMAINT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
           05  WS-MAINT-DEPTNUMB            PIC 9(05) VALUE ZEROES.
           05  WS-MAINT-DEPTNUMB-X REDEFINES WS-MAINT-DEPTNUMB
                                            PIC X(05).
           05  WS-MAINT-YEAR                PIC 9(04) VALUE ZEROES.
           05  WS-MAINT-YEAR-X REDEFINES WS-MAINT-YEAR
                                            PIC X(04).
           05  WS-MAINT-PERIOD              PIC 9(02) VALUE ZEROES.
           05  WS-MAINT-PERIOD-X REDEFINES WS-MAINT-PERIOD
                                            PIC X(02).
           05  WS-MAINT-AMOUNT              PIC 9(9)V9(2) VALUE ZEROES.
           05  WS-MAINT-AMOUNT-X REDEFINES WS-MAINT-AMOUNT
                                            PIC X(11).
           05  FILLER                       PIC X(52) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-CURRENT-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-AMOUNT-DSP                PIC Z(8)9.99.
           05  WS-CURRENT-AMOUNT-DSP        PIC Z(8)9.99.
           05  WS-ORG-ROW-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FPD-ROW-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR Q.DEPTBUDG
           COPY DEPTBUDG.

       01  FILLER                                PIC X(32) VALUE
           'BUDMAINT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 2500-EDIT-MAINTENANCE-CARD
                  THRU 2500-EXIT

               IF WS-EDITS-PASSED
                   EVALUATE TRUE
                       WHEN WS-ACTION-IS-ADD
                           PERFORM 3100-ADD-ROW
                              THRU 3100-EXIT
                       WHEN WS-ACTION-IS-CHANGE
                           PERFORM 3200-CHANGE-ROW
                              THRU 3200-EXIT
                       WHEN WS-ACTION-IS-DELETE
                           PERFORM 3300-DELETE-ROW
                              THRU 3300-EXIT
                   END-EVALUATE
               ELSE
                   MOVE 8                   TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'BUDMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
               MOVE 8                       TO RETURN-CODE
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           DISPLAY 'BUDMAINT - ACTION=' WS-MAINT-ACTION
                    ' DEPTNUMB=' WS-MAINT-DEPTNUMB-X
                    ' FY=' WS-MAINT-YEAR-X
                    ' PERIOD=' WS-MAINT-PERIOD-X
                    ' AMOUNT=' WS-MAINT-AMOUNT-X.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE BUDGET AS IT EXISTS TODAY. AN ADD USES THIS TO       *
      * REJECT A DUPLICATE; CHANGE/DELETE USE IT TO CONFIRM THE ROW    *
      * EXISTS BEFORE ATTEMPTING THE UPDATE/DELETE.                    *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE ZEROES                      TO WS-CURRENT-AMOUNT.

           EXEC SQL
                SELECT  BUDG_AMOUNT
                  INTO  :WS-CURRENT-AMOUNT
                  FROM Q.DEPTBUDG
                 WHERE BUDG_DEPTNUMB    = :BUDG-DEPTNUMB
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               MOVE WS-CURRENT-AMOUNT       TO WS-CURRENT-AMOUNT-DSP
               DISPLAY 'BUDMAINT - CURRENT BUDGET '
                        WS-CURRENT-AMOUNT-DSP
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * BASIC EDITS: THE KEY MUST BE NUMERIC WITH A PERIOD OF 01-12,   *
      * AN ADD MAY NOT DUPLICATE AN EXISTING BUDGET, AND AN ADD/CHANGE *
      * MUST CARRY A NUMERIC AMOUNT FOR A Q.ORG DEPARTMENT AND A       *
      * LOADED FISCAL PERIOD.                                          *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-MAINT-DEPTNUMB-X NOT NUMERIC
              OR WS-MAINT-YEAR-X NOT NUMERIC
              OR WS-MAINT-PERIOD-X NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - REJECTED, DEPTNUMB/YEAR/PERIOD '
                       'NOT NUMERIC'
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-PERIOD < 1 OR WS-MAINT-PERIOD > 12
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - REJECTED, PERIOD NOT 01-12'
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-MAINT-DEPTNUMB            TO BUDG-DEPTNUMB.
           MOVE WS-MAINT-YEAR                TO BUDG-FISCAL-YEAR.
           MOVE WS-MAINT-PERIOD              TO BUDG-PERIOD.

           PERFORM 2000-READ-CURRENT-ROW
              THRU 2000-EXIT.

           IF WS-ACTION-IS-ADD AND WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - ADD REJECTED, BUDGET ALREADY SET '
                       'FOR THIS DEPARTMENT AND PERIOD'
           END-IF.

           IF WS-ACTION-IS-DELETE
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-AMOUNT-X NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - REJECTED, AMOUNT NOT NUMERIC'
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-MAINT-AMOUNT              TO BUDG-AMOUNT
                                                WS-AMOUNT-DSP.

           MOVE ZEROES                      TO WS-ORG-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ORG-ROW-COUNT
                  FROM Q.ORG
                 WHERE DEPTNUMB = :BUDG-DEPTNUMB
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ORG-ROW-COUNT = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - REJECTED, DEPTNUMB '
                       WS-MAINT-DEPTNUMB-X ' NOT ON Q.ORG'
               GO TO 2500-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-FPD-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-FPD-ROW-COUNT
                  FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND FPD_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-FPD-ROW-COUNT = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'BUDMAINT - REJECTED, FISCAL PERIOD '
                       WS-MAINT-YEAR-X '-' WS-MAINT-PERIOD-X
                       ' NOT LOADED - RUN FISMAINT FIRST'
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      ******************************************************************
       3100-ADD-ROW.

           EXEC SQL
                INSERT INTO Q.DEPTBUDG
                       ( BUDG_DEPTNUMB
                       , BUDG_FISCAL_YEAR
                       , BUDG_PERIOD
                       , BUDG_AMOUNT
                       , BUDG_CHG_USER
                       , BUDG_CHG_TS )
                VALUES ( :BUDG-DEPTNUMB
                       , :BUDG-FISCAL-YEAR
                       , :BUDG-PERIOD
                       , :BUDG-AMOUNT
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'BUDMAINT - ADD COMPLETE, BUDGET '
                        WS-AMOUNT-DSP
           ELSE
               DISPLAY 'BUDMAINT - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      * A CHANGE TAKES EFFECT FOR THE NEXT ORDER PRDORDER CHECKS -     *
      * ORDERS ALREADY STORED ARE NOT RE-CHECKED.                      *
      ******************************************************************
       3200-CHANGE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'BUDMAINT - CHANGE FAILED, NO BUDGET FOUND'
               MOVE 8                       TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.DEPTBUDG
                   SET BUDG_AMOUNT      = :BUDG-AMOUNT
                     , BUDG_CHG_USER    = USER
                     , BUDG_CHG_TS      = CURRENT TIMESTAMP
                 WHERE BUDG_DEPTNUMB    = :BUDG-DEPTNUMB
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'BUDMAINT - CHANGE COMPLETE, BUDGET '
                        WS-CURRENT-AMOUNT-DSP ' -> ' WS-AMOUNT-DSP
           ELSE
               DISPLAY 'BUDMAINT - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      * THE DEPARTMENT HAS NO LIMIT FOR THE PERIOD FROM THE NEXT RUN.  *
      ******************************************************************
       3300-DELETE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'BUDMAINT - DELETE FAILED, NO BUDGET FOUND'
               MOVE 8                       TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM Q.DEPTBUDG
                 WHERE BUDG_DEPTNUMB    = :BUDG-DEPTNUMB
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'BUDMAINT - DELETE COMPLETE'
           ELSE
               DISPLAY 'BUDMAINT - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3300-EXIT.
           EXIT.

       END PROGRAM BUDMAINT.
