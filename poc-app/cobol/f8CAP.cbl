      *                A SECOND SECTION BREAKS THE SAME TWO MONTHS     *
      *                DOWN BY SOURCE APPLICATION.                     *
      *                                                                *
      *                A FISCAL RUN USES FINANCE'S 4-4-5 PERIODS (THE  *
      *                CURRENT AND PRIOR FISCAL PERIOD, FROM DB2PGM)   *
      *                IN PLACE OF CALENDAR MONTHS AND PROJECTS 3, 6,  *
      *                AND 12 PERIODS OUT. BECAUSE A 5-WEEK PERIOD     *
      *                WOULD OTHERWISE LOOK LIKE 25 PCT GROWTH OVER A  *
      *                4-WEEK ONE, THE FISCAL GROWTH RATE IS TAKEN ON  *
      *                VOLUME PER WEEK.                                *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - OPTIONAL CARD:                       *
      *                   COL  01     BASIS - 'F' = FISCAL PERIODS,    *
      *                               BLANK OR NO CARD = CALENDAR      *
      *                               MONTHS                           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
      *                T_UIS_SRV_SLA (READ)                            *
      *                T_FISCAL_PERIOD (READ, VIA DB2PGM)              *
      *                                                                *
      *  RETURN CODE:  0 = OK, 8 = A FISCAL RUN WITH NO FISCAL PERIOD  *
      *                LOADED FOR TODAY OR THE PRIOR PERIOD            *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  FISCAL-PERIOD OPTION - SYSIN COL 01 'F'     *
      *                    TRENDS AND PROJECTS BY 4-4-5 FISCAL PERIOD  *
      *                    ON A PER-WEEK GROWTH RATE                   *
      *  2026-10-15 UISAD  DB2PGM LINKAGE AREA EXTENDED WITH THE       *
      *                    BUSINESS-DAY ARITHMETIC FIELDS              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      * A PROJECTED PEAK HOUR AT OR OVER THIS SHARE OF THE COMFORT
      * CEILING RAISES THE CAPACITY FLAG.
           05  WS-FLAG-PCT                  PIC 9(03) VALUE 80.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.

       01  WS-PARM-CARD.
           05  WS-PARM-BASIS                PIC X(01) VALUE SPACES.
               88  WS-BASIS-IS-FISCAL                 VALUE 'F'.
           05  FILLER                       PIC X(79) VALUE SPACES.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. ONLY THE
      * FISCAL-PERIOD ANSWER IS USED HERE.
       01  WS-DB2PGM-AREA.
           05  WS-LK-NEXT-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-PREV-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-NTH-BUS-DAY-NUM        PIC 9(02) VALUE ZEROES.
           05  WS-LK-NTH-BUS-DATE           PIC X(10) VALUE SPACES.
           05  WS-LK-CALENDAR-ID            PIC X(08) VALUE SPACES.
           05  WS-LK-CHECK-DATE             PIC X(10) VALUE SPACES.
           05  WS-LK-CHECK-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-CHECK-ADJ-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-DATE            PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-RESULT          PIC X(01) VALUE SPACE.
           05  WS-LK-FISCAL-YEAR            PIC 9(04) VALUE ZEROES.
           05  WS-LK-FISCAL-PERIOD          PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-WEEK            PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-PER-START       PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-PER-END         PIC X(10) VALUE SPACES.
      * BUSINESS-DAY ARITHMETIC NOT USED HERE - SPACES ASKS FOR NONE
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

      * REPORT WORDING FOR THE BUCKET IN USE - CALENDAR MONTH UNLESS
      * A FISCAL RUN WAS ASKED FOR
       01  WS-BUCKET-LABELS.
           05  WS-CUR-LABEL                 PIC X(14)
                                            VALUE '  THIS MONTH= '.
           05  WS-PROJ-3-LABEL              PIC X(08)
                                            VALUE ' +3MO=  '.
           05  WS-PROJ-6-LABEL              PIC X(08)
                                            VALUE ' +6MO=  '.
           05  WS-PROJ-12-LABEL             PIC X(08)
                                            VALUE ' +12MO= '.

      * FISCAL-PERIOD WORK FIELDS - SEE 1100
       01  WS-FISCAL-WORK-AREA.
           05  WS-CUR-WEEKS                 PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRIOR-WEEKS               PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CUR-FISCAL-YEAR           PIC 9(04) VALUE ZEROES.
           05  WS-CUR-FISCAL-PERIOD         PIC 9(02) VALUE ZEROES.
           05  WS-START-INTEGER             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-END-INTEGER               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-WORK-DATE-ALPHA           PIC X(08) VALUE SPACES.
           05  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE-ALPHA
                                            PIC 9(08).

       01  WS-WORKING-FIELDS.
           05  WS-CURMO-START               PIC X(10) VALUE SPACES.
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           DISPLAY 'F5748CAP - CAPACITY FORECAST - FUNCTIONS'.
           DISPLAY ' '.

      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           IF WS-BASIS-IS-FISCAL
               PERFORM 1100-RESOLVE-FISCAL-PERIODS
                  THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURMO-START =
                    CHAR(CURRENT DATE
           EXIT.
      *
      ******************************************************************
      *                1100-RESOLVE-FISCAL-PERIODS                     *
      * ASKS DB2PGM FOR TODAY'S FISCAL PERIOD, THEN FOR THE PERIOD     *
      * HOLDING THE DAY BEFORE IT STARTED, AND USES THEIR START DATES  *
      * IN PLACE OF THE TWO MONTH STARTS. EACH PERIOD'S WEEK COUNT IS  *
      * KEPT FOR THE PER-WEEK GROWTH RATE.                             *
      ******************************************************************
       1100-RESOLVE-FISCAL-PERIODS.

           MOVE '  THIS PERIOD='             TO WS-CUR-LABEL.
           MOVE ' +3PD=  '                   TO WS-PROJ-3-LABEL.
           MOVE ' +6PD=  '                   TO WS-PROJ-6-LABEL.
           MOVE ' +12PD= '                   TO WS-PROJ-12-LABEL.

           MOVE SPACES                       TO WS-LK-FISCAL-DATE.
           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-FISCAL-RESULT NOT = 'F'
               DISPLAY 'F5748CAP - NO FISCAL PERIOD FOR TODAY RC='
                        WS-LK-RETURN-CODE ' RESULT='
                        WS-LK-FISCAL-RESULT ' - NOTHING REPORTED'
               MOVE 8                        TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.

           MOVE WS-LK-FISCAL-PER-START       TO WS-CURMO-START.
           MOVE WS-LK-FISCAL-YEAR            TO WS-CUR-FISCAL-YEAR.
           MOVE WS-LK-FISCAL-PERIOD          TO WS-CUR-FISCAL-PERIOD.
           PERFORM 1200-COUNT-PERIOD-WEEKS
              THRU 1200-EXIT.
           MOVE WS-END-INTEGER               TO WS-CUR-WEEKS.

      * THE DAY BEFORE THE CURRENT PERIOD BELONGS TO THE PRIOR ONE
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER - 1).
           MOVE SPACES                       TO WS-LK-FISCAL-DATE.
           STRING WS-WORK-DATE-ALPHA(1:4) '-'
                  WS-WORK-DATE-ALPHA(5:2) '-'
                  WS-WORK-DATE-ALPHA(7:2)
               DELIMITED BY SIZE INTO WS-LK-FISCAL-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-FISCAL-RESULT NOT = 'F'
               DISPLAY 'F5748CAP - NO FISCAL PERIOD LOADED FOR '
                        WS-LK-FISCAL-DATE ' - NOTHING REPORTED'
               MOVE 8                        TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.

           MOVE WS-LK-FISCAL-PER-START       TO WS-PRIORMO-START.
           PERFORM 1200-COUNT-PERIOD-WEEKS
              THRU 1200-EXIT.
           MOVE WS-END-INTEGER               TO WS-PRIOR-WEEKS.

           DISPLAY 'F5748CAP - FISCAL YEAR ' WS-CUR-FISCAL-YEAR
                    ' PERIOD ' WS-CUR-FISCAL-PERIOD
                    ' FROM ' WS-CURMO-START
                    ', PRIOR PERIOD FROM ' WS-PRIORMO-START.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1200-COUNT-PERIOD-WEEKS                       *
      * WEEKS IN THE PERIOD DB2PGM JUST RETURNED - LEFT IN             *
      * WS-END-INTEGER, WITH THE PERIOD'S START IN WS-START-INTEGER.   *
      ******************************************************************
       1200-COUNT-PERIOD-WEEKS.

           STRING WS-LK-FISCAL-PER-START(1:4)
                  WS-LK-FISCAL-PER-START(6:2)
                  WS-LK-FISCAL-PER-START(9:2)
               DELIMITED BY SIZE INTO WS-WORK-DATE-ALPHA.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

           STRING WS-LK-FISCAL-PER-END(1:4)
                  WS-LK-FISCAL-PER-END(6:2)
                  WS-LK-FISCAL-PER-END(9:2)
               DELIMITED BY SIZE INTO WS-WORK-DATE-ALPHA.
           COMPUTE WS-END-INTEGER =
               (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                - WS-START-INTEGER + 1) / 7.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2000-FORECAST-ONE-FUNCTION                    *
      ******************************************************************
       2000-FORECAST-ONE-FUNCTION.
           ADD 1                             TO WS-FUNC-COUNT.

      * THE OBSERVED MONTH-OVER-MONTH GROWTH FACTOR - A FUNCTION
      * WITH NO PRIOR-MONTH HISTORY IS PROJECTED FLAT. A FISCAL RUN
      * COMPARES VOLUME PER WEEK SO A 5-WEEK PERIOD IS NOT GROWTH.
           IF WS-PRIOR-VOLUME > ZEROES
               IF WS-BASIS-IS-FISCAL
                   COMPUTE WS-GROWTH-FACTOR ROUNDED =
                           (WS-CUR-VOLUME * WS-PRIOR-WEEKS)
                         / (WS-PRIOR-VOLUME * WS-CUR-WEEKS)
               ELSE
                   COMPUTE WS-GROWTH-FACTOR ROUNDED =
                           WS-CUR-VOLUME / WS-PRIOR-VOLUME
               END-IF
           ELSE
               MOVE 1                        TO WS-GROWTH-FACTOR
           END-IF.
                   WS-GROWTH-FACTOR * 100.

           DISPLAY 'FUNCTION ' WS-FN-CD
                    WS-CUR-LABEL WS-CUR-VOLUME
                    '  PRIOR=' WS-PRIOR-VOLUME
                    '  GROWTH PCT=' WS-GROWTH-DSP.
           DISPLAY '  PEAK HOUR=' WS-PEAK-HOUR-VOL
                    '  PROJECTED VOLUME' WS-PROJ-3-LABEL WS-PROJ-3
                    WS-PROJ-6-LABEL WS-PROJ-6
                    WS-PROJ-12-LABEL WS-PROJ-12.

           PERFORM 2400-FLAG-CAPACITY
              THRU 2400-EXIT.
      ******************************************************************
      *                    2100-PROJECT-VOLUMES                        *
      * COMPOUNDS THE MONTHLY GROWTH FACTOR FORWARD - 3, 6, AND 12    *
      * MONTHS (OR FISCAL PERIODS) - BY REPEATED MULTIPLICATION.       *
      ******************************************************************
       2100-PROJECT-VOLUMES.

           END-IF.

           DISPLAY 'SOURCE ' WS-SOURCE-APPLIC
                    WS-CUR-LABEL WS-CUR-VOLUME
                    '  PRIOR=' WS-PRIOR-VOLUME.
           .
       5100-EXIT.
