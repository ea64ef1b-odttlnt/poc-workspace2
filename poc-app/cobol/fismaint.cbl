      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISMAINT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  FISMAINT:     T_FISCAL_PERIOD MAINTENANCE UTILITY             *
      *                                                                *
      *  FUNCTION:     THIS IS THE SUPPORTED WAY TO LOAD OR RETIRE A   *
      *                FISCAL YEAR ON T_FISCAL_PERIOD, FINANCE'S 4-4-5 *
      *                CALENDAR THAT DB2PGM, F5748BDT, AND THE FISCAL  *
      *                RUNS OF F5748CHB AND F5748CAP READ. A YEAR IS   *
      *                LOADED WHOLE FROM ONE CARD - ITS FIRST DAY, THE *
      *                WEEKS-PER-PERIOD PATTERN OF EACH QUARTER, AND   *
      *                WHETHER IT IS A 53-WEEK YEAR - AND THE TWELVE   *
      *                PERIOD ROWS ARE BUILT HERE, SO NO ONE KEYS      *
      *                PERIOD DATES BY HAND.                           *
      *                                                                *
      *                EDITS APPLIED BEFORE ANY ROW IS WRITTEN: THE    *
      *                YEAR MAY NOT ALREADY BE LOADED, THE FIRST DAY   *
      *                MUST BE A REAL DATE, AND WHEN THE NEIGHBORING   *
      *                YEARS ARE LOADED THE NEW YEAR MUST BUTT UP      *
      *                AGAINST THEM WITH NO GAP AND NO OVERLAP - A     *
      *                GAP WOULD LEAVE DATES ON NO FISCAL PERIOD. TO   *
      *                CORRECT A LOADED YEAR, DELYR IT AND GENYR IT    *
      *                AGAIN.                                          *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (GENYR/DELYR)          *
      *                   COLS 07-10  FISCAL YEAR (YYYY)              *
      *                   COLS 11-20  FIRST DAY OF THE FISCAL YEAR    *
      *                               (YYYY-MM-DD, GENYR ONLY)        *
      *                   COLS 21-23  WEEKS PER PERIOD IN EACH        *
      *                               QUARTER - 445, 454, OR 544      *
      *                               (BLANK = 445, GENYR ONLY)       *
      *                   COL  24     'Y' = 53-WEEK YEAR - THE EXTRA  *
      *                               WEEK GOES TO PERIOD 12          *
      *                               (BLANK = N, GENYR ONLY)         *
      *                                                                *
      *  DB2 TABLES:   T_FISCAL_PERIOD (READ/INSERT/DELETE)            *
      *                                                                *
      *  RETURN CODE:  0 = OK, 8 = CARD REJECTED OR A ROW FAILED TO    *
      *                INSERT (THE YEAR IS ROLLED BACK WHOLE)          *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'FISMAINT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-GENERATE              VALUE 'GENYR'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELYR'.
               88  WS-ACTION-IS-VALID       VALUE 'GENYR' 'DELYR'.
           05  WS-MAINT-YEAR                PIC X(04) VALUE SPACES.
           05  WS-MAINT-START-DATE          PIC X(10) VALUE SPACES.
           05  WS-MAINT-PATTERN             PIC X(03) VALUE SPACES.
               88  WS-PATTERN-IS-VALID      VALUE '445' '454' '544'.
           05  WS-MAINT-53-WEEK             PIC X(01) VALUE SPACES.
               88  WS-YEAR-HAS-53-WEEKS               VALUE 'Y'.
               88  WS-53-WEEK-IS-VALID                VALUE 'Y' 'N'.
           05  FILLER                       PIC X(56) VALUE SPACES.

      * THE PATTERN AS THREE ONE-DIGIT WEEK COUNTS - PERIODS 1, 4, 7,
      * AND 10 TAKE THE FIRST, 2, 5, 8, AND 11 THE SECOND, AND SO ON
       01  WS-PATTERN-TABLE.
           05  WS-PATTERN-WEEKS             PIC 9(01) OCCURS 3 TIMES.

       01  WS-WORKING-FIELDS.
           05  WS-FISCAL-YEAR               PIC S9(04) COMP VALUE ZERO.
           05  WS-NEIGHBOR-YEAR             PIC S9(04) COMP VALUE ZERO.
           05  WS-NEIGHBOR-DATE             PIC X(10) VALUE SPACES.
           05  WS-YEAR-END-DATE             PIC X(10) VALUE SPACES.
           05  WS-PERIOD-SUB                PIC S9(04) COMP VALUE ZERO.
           05  WS-PATTERN-SUB               PIC S9(04) COMP VALUE ZERO.
           05  WS-WEEK-NUM                  PIC S9(04) COMP VALUE ZERO.
           05  WS-YEAR-WEEKS                PIC S9(04) COMP VALUE ZERO.
           05  WS-START-INTEGER             PIC S9(09) COMP VALUE ZERO.
           05  WS-END-INTEGER               PIC S9(09) COMP VALUE ZERO.
           05  WS-WORK-INTEGER              PIC S9(09) COMP VALUE ZERO.
           05  WS-YEAR-ROW-COUNT            PIC S9(09) COMP VALUE ZERO.
           05  WS-PERIOD-DSP                PIC 9(02) VALUE ZEROES.
           05  WS-WEEKS-DSP                 PIC 9(01) VALUE ZEROES.
           05  WS-FIRST-WEEK-DSP            PIC 9(02) VALUE ZEROES.
           05  WS-ROWS-DSP                  PIC 9(05) VALUE ZEROES.

      * YYYYMMDD WORK DATE FOR INTEGER-OF-DATE/DATE-OF-INTEGER, AND
      * THE SAME DATE BUILT BACK OUT AS YYYY-MM-DD
       01  WS-WORK-DATE-ALPHA               PIC X(08) VALUE SPACES.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE-ALPHA
                                            PIC 9(08).
       01  WS-WORK-DATE                     PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-INSERT-FAILED-SW          PIC X(01) VALUE 'N'.
               88  WS-INSERT-FAILED                   VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_FISCAL_PERIOD
           EXEC SQL
                INCLUDE DB2FPD
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'FISMAINT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT WS-ACTION-IS-VALID
               DISPLAY 'FISMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-READ-CURRENT-YEAR
              THRU 2000-EXIT.

           PERFORM 2500-EDIT-MAINTENANCE-CARD
              THRU 2500-EXIT.

           IF NOT WS-EDITS-PASSED
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-IS-GENERATE
                   PERFORM 3000-GENERATE-YEAR
                      THRU 3000-EXIT
               WHEN WS-ACTION-IS-DELETE
                   PERFORM 3500-DELETE-YEAR
                      THRU 3500-EXIT
           END-EVALUATE.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           IF WS-MAINT-PATTERN = SPACES
               MOVE '445'                   TO WS-MAINT-PATTERN
           END-IF.

           IF WS-MAINT-53-WEEK = SPACE
               MOVE 'N'                     TO WS-MAINT-53-WEEK
           END-IF.

           DISPLAY 'FISMAINT - ACTION=' WS-MAINT-ACTION
                    ' YEAR=' WS-MAINT-YEAR
                    ' START=' WS-MAINT-START-DATE
                    ' PATTERN=' WS-MAINT-PATTERN
                    ' 53-WEEK=' WS-MAINT-53-WEEK.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-READ-CURRENT-YEAR                      *
      * COUNTS THE YEAR'S ROWS AS THEY STAND TODAY. GENYR USES THIS TO *
      * REFUSE A YEAR ALREADY LOADED; DELYR TO CONFIRM THERE IS ONE.   *
      ******************************************************************
       2000-READ-CURRENT-YEAR.

           MOVE ZERO                        TO WS-YEAR-ROW-COUNT.

           IF WS-MAINT-YEAR NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-MAINT-YEAR               TO WS-FISCAL-YEAR.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-YEAR-ROW-COUNT
                  FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :WS-FISCAL-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'FISMAINT - FISCAL YEAR SELECT FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * A DELYR NEEDS ONLY A LOADED YEAR. A GENYR MAY NOT DUPLICATE    *
      * ONE, NEEDS A REAL FIRST DAY AND A KNOWN PATTERN, AND MUST      *
      * MEET ANY LOADED NEIGHBOR YEAR EXACTLY (2600).                  *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-MAINT-YEAR NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, YEAR NOT NUMERIC: '
                        WS-MAINT-YEAR
               GO TO 2500-EXIT
           END-IF.

           IF WS-ACTION-IS-DELETE
               IF WS-YEAR-ROW-COUNT = ZERO
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'FISMAINT - DELYR FAILED, YEAR NOT LOADED: '
                            WS-MAINT-YEAR
               END-IF
               GO TO 2500-EXIT
           END-IF.

           IF WS-YEAR-ROW-COUNT > ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - GENYR REJECTED, YEAR ALREADY '
                       'LOADED: ' WS-MAINT-YEAR
           END-IF.

           IF NOT WS-PATTERN-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, PATTERN NOT 445/454/544: '
                        WS-MAINT-PATTERN
           END-IF.

           IF NOT WS-53-WEEK-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, 53-WEEK FLAG NOT Y/N: '
                        WS-MAINT-53-WEEK
           END-IF.

           IF WS-MAINT-START-DATE(1:4) NOT NUMERIC
              OR WS-MAINT-START-DATE(5:1) NOT = '-'
              OR WS-MAINT-START-DATE(6:2) NOT NUMERIC
              OR WS-MAINT-START-DATE(8:1) NOT = '-'
              OR WS-MAINT-START-DATE(9:2) NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, START NOT YYYY-MM-DD: '
                        WS-MAINT-START-DATE
               GO TO 2500-EXIT
           END-IF.

           STRING WS-MAINT-START-DATE(1:4)
                  WS-MAINT-START-DATE(6:2)
                  WS-MAINT-START-DATE(9:2)
               DELIMITED BY SIZE INTO WS-WORK-DATE-ALPHA.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM) NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, NO SUCH START DATE: '
                        WS-MAINT-START-DATE
               GO TO 2500-EXIT
           END-IF.

           IF WS-EDITS-PASSED
               PERFORM 2600-CHECK-NEIGHBOR-YEARS
                  THRU 2600-EXIT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2600-CHECK-NEIGHBOR-YEARS                      *
      * THE PRIOR YEAR'S PERIOD 12 MUST END THE DAY BEFORE THIS YEAR   *
      * STARTS, AND THE NEXT YEAR'S PERIOD 1 MUST START THE DAY AFTER  *
      * THIS YEAR ENDS. A NEIGHBOR NOT YET LOADED IS NOT CHECKED.      *
      ******************************************************************
       2600-CHECK-NEIGHBOR-YEARS.

           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

           IF WS-YEAR-HAS-53-WEEKS
               MOVE 53                      TO WS-YEAR-WEEKS
           ELSE
               MOVE 52                      TO WS-YEAR-WEEKS
           END-IF.

           COMPUTE WS-WORK-INTEGER =
               WS-START-INTEGER + (WS-YEAR-WEEKS * 7) - 1.
           PERFORM 8000-FORMAT-WORK-DATE
              THRU 8000-EXIT.
           MOVE WS-WORK-DATE                TO WS-YEAR-END-DATE.

           COMPUTE WS-NEIGHBOR-YEAR = WS-FISCAL-YEAR - 1.

           EXEC SQL
                SELECT CHAR(FPD_END_DATE + 1 DAY, ISO)
                  INTO :WS-NEIGHBOR-DATE
                  FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :WS-NEIGHBOR-YEAR
                   AND FPD_PERIOD      = 12
           END-EXEC.

           IF SQLCODE = 0
              AND WS-NEIGHBOR-DATE NOT = WS-MAINT-START-DATE
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, PRIOR FISCAL YEAR ENDS '
                       'THE DAY BEFORE ' WS-NEIGHBOR-DATE
           END-IF.

           COMPUTE WS-NEIGHBOR-YEAR = WS-FISCAL-YEAR + 1.

           EXEC SQL
                SELECT CHAR(FPD_START_DATE - 1 DAY, ISO)
                  INTO :WS-NEIGHBOR-DATE
                  FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :WS-NEIGHBOR-YEAR
                   AND FPD_PERIOD      = 1
           END-EXEC.

           IF SQLCODE = 0
              AND WS-NEIGHBOR-DATE NOT = WS-YEAR-END-DATE
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'FISMAINT - REJECTED, THIS YEAR WOULD END '
                        WS-YEAR-END-DATE ' BUT THE NEXT YEAR '
                       'STARTS THE DAY AFTER ' WS-NEIGHBOR-DATE
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-GENERATE-YEAR                         *
      * WRITES THE TWELVE PERIOD ROWS END TO END FROM THE FIRST DAY.   *
      * THE YEAR IS ONE UNIT OF WORK - ANY FAILED INSERT BACKS OUT     *
      * THE WHOLE YEAR SO A HALF-LOADED YEAR CAN NEVER BE LEFT BEHIND. *
      ******************************************************************
       3000-GENERATE-YEAR.

           MOVE WS-MAINT-PATTERN            TO WS-PATTERN-TABLE.
           MOVE 1                           TO WS-WEEK-NUM.

           DISPLAY ' '.
           DISPLAY 'PERIOD  START       END         WEEKS  FIRST-WEEK'.

           PERFORM 3100-INSERT-ONE-PERIOD
              THRU 3100-EXIT
              VARYING WS-PERIOD-SUB FROM 1 BY 1
                UNTIL WS-PERIOD-SUB > 12
                   OR WS-INSERT-FAILED.

           DISPLAY ' '.

           IF WS-INSERT-FAILED
               EXEC SQL
                    ROLLBACK
               END-EXEC
               DISPLAY 'FISMAINT - GENYR FAILED, NOTHING WAS LOADED '
                       'FOR ' WS-MAINT-YEAR
               MOVE 8                       TO RETURN-CODE
           ELSE
               EXEC SQL
                    COMMIT
               END-EXEC
               DISPLAY 'FISMAINT - GENYR COMPLETE FOR ' WS-MAINT-YEAR
                       ' - ' WS-MAINT-START-DATE ' THRU '
                        WS-YEAR-END-DATE
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3100-INSERT-ONE-PERIOD                       *
      ******************************************************************
       3100-INSERT-ONE-PERIOD.

           COMPUTE WS-PATTERN-SUB =
               FUNCTION MOD(WS-PERIOD-SUB - 1, 3) + 1.

           MOVE WS-PATTERN-WEEKS(WS-PATTERN-SUB) TO FPD-WEEKS.
           IF WS-PERIOD-SUB = 12 AND WS-YEAR-HAS-53-WEEKS
               ADD 1                        TO FPD-WEEKS
           END-IF.

           COMPUTE WS-END-INTEGER =
               WS-START-INTEGER + (FPD-WEEKS * 7) - 1.

           MOVE WS-START-INTEGER            TO WS-WORK-INTEGER.
           PERFORM 8000-FORMAT-WORK-DATE
              THRU 8000-EXIT.
           MOVE WS-WORK-DATE                TO FPD-START-DATE.

           MOVE WS-END-INTEGER              TO WS-WORK-INTEGER.
           PERFORM 8000-FORMAT-WORK-DATE
              THRU 8000-EXIT.
           MOVE WS-WORK-DATE                TO FPD-END-DATE.

           MOVE WS-FISCAL-YEAR              TO FPD-FISCAL-YEAR.
           MOVE WS-PERIOD-SUB               TO FPD-PERIOD.
           MOVE WS-WEEK-NUM                 TO FPD-FIRST-WEEK.

           EXEC SQL
                INSERT INTO T_FISCAL_PERIOD
                       ( FPD_FISCAL_YEAR, FPD_PERIOD
                       , FPD_START_DATE, FPD_END_DATE
                       , FPD_WEEKS, FPD_FIRST_WEEK
                       , FPD_CHG_USER, FPD_CHG_TS )
                VALUES ( :FPD-FISCAL-YEAR, :FPD-PERIOD
                       , :FPD-START-DATE, :FPD-END-DATE
                       , :FPD-WEEKS, :FPD-FIRST-WEEK
                       , USER, CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-INSERT-FAILED         TO TRUE
               DISPLAY 'FISMAINT - PERIOD INSERT FAILED SQLCODE='
                        SQLCODE
               GO TO 3100-EXIT
           END-IF.

           MOVE FPD-PERIOD                  TO WS-PERIOD-DSP.
           MOVE FPD-WEEKS                   TO WS-WEEKS-DSP.
           MOVE FPD-FIRST-WEEK              TO WS-FIRST-WEEK-DSP.
           DISPLAY '  ' WS-PERIOD-DSP '    '
                    FPD-START-DATE '  '
                    FPD-END-DATE '    '
                    WS-WEEKS-DSP '      '
                    WS-FIRST-WEEK-DSP.

           ADD FPD-WEEKS                    TO WS-WEEK-NUM.
           COMPUTE WS-START-INTEGER = WS-END-INTEGER + 1.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3500-DELETE-YEAR                          *
      ******************************************************************
       3500-DELETE-YEAR.

           EXEC SQL
                DELETE FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :WS-FISCAL-YEAR
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3)              TO WS-ROWS-DSP
               DISPLAY 'FISMAINT - DELYR COMPLETE FOR ' WS-MAINT-YEAR
                       ' - ' WS-ROWS-DSP ' PERIOD ROWS REMOVED'
           ELSE
               DISPLAY 'FISMAINT - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8000-FORMAT-WORK-DATE                        *
      * TURNS WS-WORK-INTEGER BACK INTO A YYYY-MM-DD WS-WORK-DATE.     *
      ******************************************************************
       8000-FORMAT-WORK-DATE.

           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).

           MOVE SPACES                      TO WS-WORK-DATE.
           STRING WS-WORK-DATE-ALPHA(1:4) '-'
                  WS-WORK-DATE-ALPHA(5:2) '-'
                  WS-WORK-DATE-ALPHA(7:2)
               DELIMITED BY SIZE INTO WS-WORK-DATE.
           .
       8000-EXIT.
           EXIT.

       END PROGRAM FISMAINT.
