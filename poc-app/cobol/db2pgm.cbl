      *                BUSINESS DATE AND THE NTH BUSINESS DAY OF THE   *
      *                CURRENT MONTH ARE RETURNED ON THE SAME CALL SO  *
      *                JOBS STOP RECOMPUTING THOSE THEMSELVES TOO.     *
      *                THE FISCAL YEAR, PERIOD, AND WEEK OF A GIVEN    *
      *                DATE (OR TODAY) ON FINANCE'S 4-4-5 CALENDAR     *
      *                COME BACK ON EVERY CALL AS WELL. ON REQUEST IT  *
      *                ALSO ADDS N BUSINESS DAYS TO A DATE AND COUNTS  *
      *                THE BUSINESS DAYS BETWEEN TWO DATES, SO AGING   *
      *                AND DEADLINE REPORTS STOP COUNTING RAW DAYS.    *
      *                                                                *
      *  ENVIRONMENT:  BATCH (CALLABLE SUBPROGRAM)                     *
      *                                                                *
      *                LK-CHECK-ADJ-DATE  (OUT) - THE FIRST BUSINESS   *
      *                   DAY ON OR AFTER LK-CHECK-DATE - THE DATE    *
      *                   ITSELF WHEN IT IS ONE.                      *
      *                LK-FISCAL-DATE     (IN)  - YYYY-MM-DD TO PLACE  *
      *                   ON THE FISCAL CALENDAR. SPACES OR LOW-VALUES *
      *                   MEANS TODAY.                                 *
      *                LK-FISCAL-RESULT   (OUT) - 'F' FOUND, 'M' NO    *
      *                   T_FISCAL_PERIOD ROW COVERS THE DATE, 'E'     *
      *                   NOT A VALID DATE. THE FIELDS BELOW ARE       *
      *                   ZEROES/SPACES UNLESS 'F'.                    *
      *                LK-FISCAL-YEAR     (OUT) - FISCAL YEAR (YYYY)   *
      *                LK-FISCAL-PERIOD   (OUT) - FISCAL PERIOD 01-12  *
      *                LK-FISCAL-WEEK     (OUT) - FISCAL WEEK 01-53    *
      *                LK-FISCAL-PER-START(OUT) - PERIOD START DATE    *
      *                LK-FISCAL-PER-END  (OUT) - PERIOD END DATE      *
      *                LK-ARITH-FROM-DATE (IN)  - YYYY-MM-DD BASE DATE *
      *                   FOR BUSINESS-DAY ARITHMETIC. SPACES OR       *
      *                   LOW-VALUES MEANS NONE WANTED.                *
      *                LK-ARITH-ADD-DAYS  (IN)  - BUSINESS DAYS TO ADD *
      *                   TO THE BASE DATE (NEGATIVE COUNTS BACK).     *
      *                LK-ARITH-TO-DATE   (IN)  - YYYY-MM-DD TO COUNT  *
      *                   BUSINESS DAYS TO. SPACES MEANS NO COUNT.     *
      *                LK-ARITH-RESULT    (OUT) - 'A' ANSWERED, 'E'    *
      *                   A DATE WAS NOT VALID, SPACE WHEN NONE WAS    *
      *                   WANTED.                                      *
      *                LK-ARITH-ADD-DATE  (OUT) - BASE DATE PLUS       *
      *                   LK-ARITH-ADD-DAYS BUSINESS DAYS. ZERO DAYS   *
      *                   GIVES THE FIRST BUSINESS DAY ON OR AFTER     *
      *                   THE BASE DATE.                               *
      *                LK-ARITH-BUS-DAYS  (OUT) - BUSINESS DAYS AFTER  *
      *                   THE BASE DATE UP TO AND INCLUDING THE TO     *
      *                   DATE - A BUSINESS-DAY AGE. NEGATIVE WHEN THE *
      *                   TO DATE IS EARLIER.                          *
      *                CALLERS COMPILED BEFORE THE PREV/NTH/CALENDAR/  *
      *                FISCAL/ARITH FIELDS WERE ADDED MUST BE          *
      *                RECOMPILED WITH THE FULL LINKAGE AREA BEFORE    *
      *                PICKING UP THIS VERSION - THE NEW FIELDS ARE    *
      *                TOUCHED ON EVERY CALL.                          *
      *                                                                *
      *  DB2 TABLES:   T_BUS_HOLIDAY (READ) - MAINTAINED BY HOLMAINT   *
      *                T_FISCAL_PERIOD (READ) - MAINTAINED BY FISMAINT *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    ADJ-DATE) SO THE ONLINE SCREENS, THROUGH    *
      *                    F5748BDT, CAN WARN ON A KEYED WEEKEND OR    *
      *                    HOLIDAY AND OFFER THE ADJUSTED DATE         *
      *  2026-10-15 UISAD  FISCAL CALENDAR - LK-FISCAL-DATE IS PLACED  *
      *                    ON T_FISCAL_PERIOD AND ITS FISCAL YEAR,     *
      *                    PERIOD, WEEK, AND PERIOD START/END DATES    *
      *                    RETURNED                                    *
      *  2026-10-15 UISAD  BUSINESS-DAY ARITHMETIC - ADD N BUSINESS    *
      *                    DAYS TO LK-ARITH-FROM-DATE AND COUNT THE    *
      *                    BUSINESS DAYS FROM IT TO LK-ARITH-TO-DATE,  *
      *                    ON THE CALLER'S NAMED CALENDAR              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-NTH-MONTH                 PIC X(02) VALUE SPACES.
           05  WS-NTH-BUS-DATE              PIC X(10) VALUE SPACES.

      * FISCAL-PERIOD LOOKUP WORK FIELDS - SEE 6000
       01  WS-FISCAL-WORK-AREA.
           05  WS-FISCAL-DATE               PIC X(10) VALUE SPACES.
           05  WS-FISCAL-WEEK               PIC S9(04) COMP VALUE ZERO.

      * BUSINESS-DAY ARITHMETIC WORK FIELDS - SEE 7000
       01  WS-ARITH-WORK-AREA.
           05  WS-ARITH-EDIT-DATE           PIC X(10) VALUE SPACES.
           05  WS-ARITH-EDIT-SW             PIC X(01) VALUE 'Y'.
               88  WS-ARITH-DATE-VALID                VALUE 'Y'.
           05  WS-ARITH-EDIT-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-FROM-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-TO-INTEGER          PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-STEP                PIC S9(01) VALUE ZERO.
           05  WS-ARITH-REMAINING           PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-LOW-INTEGER         PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-HIGH-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-LOW-DATE            PIC X(10) VALUE SPACES.
           05  WS-ARITH-HIGH-DATE           PIC X(10) VALUE SPACES.
           05  WS-ARITH-WEEKDAYS            PIC S9(09) COMP VALUE ZERO.
           05  WS-ARITH-HOLIDAYS            PIC S9(09) COMP VALUE ZERO.

       01  FILLER                                PIC X(32) VALUE
           'DB2PGM WORKING STORAGE ENDS'.
      *

      * DCLGEN FOR T_BUS_HOLIDAY - SEE 2200-CHECK-HOLIDAY-TABLE
           EXEC SQL INCLUDE DB2HOL END-EXEC.

      * DCLGEN FOR T_FISCAL_PERIOD - SEE 6000-LOOKUP-FISCAL-PERIOD
           EXEC SQL INCLUDE DB2FPD END-EXEC.
      *
       LINKAGE SECTION.
       01  DB2PGM-LINKAGE.
           05  LK-CHECK-DATE                PIC X(10).
           05  LK-CHECK-RESULT              PIC X(01).
           05  LK-CHECK-ADJ-DATE            PIC X(10).
           05  LK-FISCAL-DATE               PIC X(10).
           05  LK-FISCAL-RESULT             PIC X(01).
           05  LK-FISCAL-YEAR               PIC 9(04).
           05  LK-FISCAL-PERIOD             PIC 9(02).
           05  LK-FISCAL-WEEK               PIC 9(02).
           05  LK-FISCAL-PER-START          PIC X(10).
           05  LK-FISCAL-PER-END            PIC X(10).
           05  LK-ARITH-FROM-DATE           PIC X(10).
           05  LK-ARITH-ADD-DAYS            PIC S9(04) COMP.
           05  LK-ARITH-TO-DATE             PIC X(10).
           05  LK-ARITH-RESULT              PIC X(01).
           05  LK-ARITH-ADD-DATE            PIC X(10).
           05  LK-ARITH-BUS-DAYS            PIC S9(09) COMP.
      *
       PROCEDURE DIVISION USING DB2PGM-LINKAGE.
      ******************************************************************
                                               LK-NTH-BUS-DATE
                                               LK-CHECK-RESULT
                                               LK-CHECK-ADJ-DATE
                                               LK-FISCAL-RESULT
                                               LK-FISCAL-PER-START
                                               LK-FISCAL-PER-END
                                               LK-ARITH-RESULT
                                               LK-ARITH-ADD-DATE
               MOVE ZEROES                  TO LK-FISCAL-YEAR
                                               LK-FISCAL-PERIOD
                                               LK-FISCAL-WEEK
                                               LK-ARITH-BUS-DAYS
               MOVE 8                       TO LK-RETURN-CODE
           ELSE
               PERFORM 2000-COMPUTE-NEXT-BUS-DATE
                  THRU 4000-EXIT
               PERFORM 5000-CHECK-KEYED-DATE
                  THRU 5000-EXIT
               PERFORM 6000-LOOKUP-FISCAL-PERIOD
                  THRU 6000-EXIT
               PERFORM 7000-BUS-DAY-ARITHMETIC
                  THRU 7000-EXIT
               MOVE WS-NEXT-BUS-DATE        TO LK-NEXT-BUS-DATE
               MOVE WS-PREV-BUS-DATE        TO LK-PREV-BUS-DATE
               MOVE WS-NTH-BUS-DATE         TO LK-NTH-BUS-DATE
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 6000-LOOKUP-FISCAL-PERIOD                      *
      * PLACES LK-FISCAL-DATE (TODAY WHEN NONE IS GIVEN) ON FINANCE'S  *
      * FISCAL CALENDAR. THE DATE GETS THE SAME FORMAT EDIT AS 5000    *
      * PLUS A CALENDAR-DATE TEST, SO DB2 IS NEVER HANDED A BAD DATE.  *
      * A DATE NO LOADED PERIOD COVERS - USUALLY A FISCAL YEAR NOT YET *
      * LOADED BY FISMAINT - COMES BACK 'M' AND, AS WITH AN EMPTY      *
      * HOLIDAY CALENDAR, DOES NOT FAIL THE CALL.                      *
      ******************************************************************
       6000-LOOKUP-FISCAL-PERIOD.

           MOVE SPACES                      TO LK-FISCAL-RESULT
                                               LK-FISCAL-PER-START
                                               LK-FISCAL-PER-END.
           MOVE ZEROES                      TO LK-FISCAL-YEAR
                                               LK-FISCAL-PERIOD
                                               LK-FISCAL-WEEK.

           IF LK-FISCAL-DATE = SPACES
              OR LK-FISCAL-DATE = LOW-VALUES
               MOVE WS-TODAY-DATE           TO WS-FISCAL-DATE
           ELSE
               MOVE LK-FISCAL-DATE          TO WS-FISCAL-DATE
           END-IF.

           IF WS-FISCAL-DATE(1:4) NOT NUMERIC
              OR WS-FISCAL-DATE(5:1) NOT = '-'
              OR WS-FISCAL-DATE(6:2) NOT NUMERIC
              OR WS-FISCAL-DATE(8:1) NOT = '-'
              OR WS-FISCAL-DATE(9:2) NOT NUMERIC
               MOVE 'E'                     TO LK-FISCAL-RESULT
               GO TO 6000-EXIT
           END-IF.

           STRING WS-FISCAL-DATE(1:4)
                  WS-FISCAL-DATE(6:2)
                  WS-FISCAL-DATE(9:2)
               DELIMITED BY SIZE INTO WS-CAND-DATE-ALPHA.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAND-DATE-NUM) NOT = 0
               MOVE 'E'                     TO LK-FISCAL-RESULT
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
                SELECT FPD_FISCAL_YEAR
                     , FPD_PERIOD
                     , FPD_FIRST_WEEK
                       + (DAYS(DATE(:WS-FISCAL-DATE))
                          - DAYS(FPD_START_DATE)) / 7
                     , CHAR(FPD_START_DATE, ISO)
                     , CHAR(FPD_END_DATE, ISO)
                  INTO :FPD-FISCAL-YEAR
                     , :FPD-PERIOD
                     , :WS-FISCAL-WEEK
                     , :FPD-START-DATE
                     , :FPD-END-DATE
                  FROM T_FISCAL_PERIOD
                 WHERE DATE(:WS-FISCAL-DATE)
                       BETWEEN FPD_START_DATE AND FPD_END_DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'F'                 TO LK-FISCAL-RESULT
                   MOVE FPD-FISCAL-YEAR     TO LK-FISCAL-YEAR
                   MOVE FPD-PERIOD          TO LK-FISCAL-PERIOD
                   MOVE WS-FISCAL-WEEK      TO LK-FISCAL-WEEK
                   MOVE FPD-START-DATE      TO LK-FISCAL-PER-START
                   MOVE FPD-END-DATE        TO LK-FISCAL-PER-END
               WHEN SQLCODE = 100
                   MOVE 'M'                 TO LK-FISCAL-RESULT
                   DISPLAY 'DB2PGM - NO FISCAL PERIOD LOADED FOR '
                            WS-FISCAL-DATE
               WHEN OTHER
                   MOVE 'M'                 TO LK-FISCAL-RESULT
                   DISPLAY 'DB2PGM - FISCAL PERIOD SELECT FAILED '
                           'SQLCODE=' SQLCODE
           END-EVALUATE.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7000-BUS-DAY-ARITHMETIC                       *
      * ADDS LK-ARITH-ADD-DAYS BUSINESS DAYS TO LK-ARITH-FROM-DATE     *
      * AND, WHEN A TO DATE IS GIVEN, COUNTS THE BUSINESS DAYS FROM    *
      * ONE TO THE OTHER - BOTH ON THE CALENDAR 1100 RESOLVED, SO A    *
      * CALLER'S AGING SKIPS THE SAME HOLIDAYS ITS RUN DATES DO. BOTH  *
      * DATES GET THE 6000 EDIT; A BAD ONE RETURNS 'E' AND NOTHING     *
      * ELSE.                                                          *
      ******************************************************************
       7000-BUS-DAY-ARITHMETIC.

           MOVE SPACES                      TO LK-ARITH-RESULT
                                               LK-ARITH-ADD-DATE.
           MOVE ZERO                        TO LK-ARITH-BUS-DAYS.

           IF LK-ARITH-FROM-DATE = SPACES
              OR LK-ARITH-FROM-DATE = LOW-VALUES
               GO TO 7000-EXIT
           END-IF.

           MOVE LK-ARITH-FROM-DATE          TO WS-ARITH-EDIT-DATE.
           PERFORM 7500-EDIT-ARITH-DATE
              THRU 7500-EXIT.
           IF NOT WS-ARITH-DATE-VALID
               MOVE 'E'                     TO LK-ARITH-RESULT
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-ARITH-EDIT-INTEGER       TO WS-ARITH-FROM-INTEGER.

           IF LK-ARITH-TO-DATE NOT = SPACES
              AND LK-ARITH-TO-DATE NOT = LOW-VALUES
               MOVE LK-ARITH-TO-DATE        TO WS-ARITH-EDIT-DATE
               PERFORM 7500-EDIT-ARITH-DATE
                  THRU 7500-EXIT
               IF NOT WS-ARITH-DATE-VALID
                   MOVE 'E'                 TO LK-ARITH-RESULT
                   GO TO 7000-EXIT
               END-IF
               MOVE WS-ARITH-EDIT-INTEGER   TO WS-ARITH-TO-INTEGER
           END-IF.

           MOVE 'A'                         TO LK-ARITH-RESULT.

           PERFORM 7100-ADD-BUS-DAYS
              THRU 7100-EXIT.

           IF LK-ARITH-TO-DATE NOT = SPACES
              AND LK-ARITH-TO-DATE NOT = LOW-VALUES
               PERFORM 7300-COUNT-BUS-DAYS
                  THRU 7300-EXIT
           END-IF.
           .
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     7100-ADD-BUS-DAYS                          *
      * STEPS FROM THE BASE DATE ONE CALENDAR DAY AT A TIME, FORWARD   *
      * OR BACK, COUNTING ONLY BUSINESS DAYS UNTIL THE REQUESTED       *
      * NUMBER HAVE BEEN PASSED. ZERO DAYS ROLLS THE BASE DATE ITSELF  *
      * FORWARD TO A BUSINESS DAY, AS 5000 DOES FOR A KEYED DATE.      *
      ******************************************************************
       7100-ADD-BUS-DAYS.

           MOVE WS-ARITH-FROM-INTEGER       TO WS-CAND-INTEGER.

           IF LK-ARITH-ADD-DAYS < ZERO
               MOVE -1                      TO WS-ARITH-STEP
               COMPUTE WS-ARITH-REMAINING = 0 - LK-ARITH-ADD-DAYS
           ELSE
               MOVE 1                       TO WS-ARITH-STEP
               MOVE LK-ARITH-ADD-DAYS       TO WS-ARITH-REMAINING
           END-IF.

           IF WS-ARITH-REMAINING = ZERO
               PERFORM 2300-CHECK-IS-BUS-DAY
                  THRU 2300-EXIT
               PERFORM 2100-ADVANCE-BUSINESS-DATE
                  THRU 2100-EXIT
                  UNTIL WS-DATE-IS-BUS
           ELSE
               PERFORM 7110-STEP-ONE-BUS-DAY
                  THRU 7110-EXIT
                  UNTIL WS-ARITH-REMAINING = ZERO
           END-IF.

           PERFORM 7600-FORMAT-CAND-DATE
              THRU 7600-EXIT.
           MOVE WS-ARITH-EDIT-DATE          TO LK-ARITH-ADD-DATE.
           .
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   7110-STEP-ONE-BUS-DAY                        *
      ******************************************************************
       7110-STEP-ONE-BUS-DAY.

           ADD WS-ARITH-STEP                TO WS-CAND-INTEGER.

           PERFORM 2300-CHECK-IS-BUS-DAY
              THRU 2300-EXIT.

           IF WS-DATE-IS-BUS
               SUBTRACT 1                   FROM WS-ARITH-REMAINING
           END-IF.
           .
       7110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    7300-COUNT-BUS-DAYS                         *
      * BUSINESS DAYS AFTER THE EARLIER DATE UP TO AND INCLUDING THE   *
      * LATER ONE: THE WEEKDAYS IN THAT SPAN, COUNTED HERE WITHOUT     *
      * GOING TO DB2, LESS THE CALENDAR'S WEEKDAY HOLIDAYS IN IT,      *
      * COUNTED IN ONE SELECT - SO A LONG SPAN COSTS ONE SQL CALL, NOT *
      * ONE PER DAY. AN SQL ERROR DEGRADES TO WEEKEND-ONLY COUNTING,   *
      * THE SAME AS 2200.                                              *
      ******************************************************************
       7300-COUNT-BUS-DAYS.

           IF WS-ARITH-TO-INTEGER < WS-ARITH-FROM-INTEGER
               MOVE WS-ARITH-TO-INTEGER     TO WS-ARITH-LOW-INTEGER
               MOVE WS-ARITH-FROM-INTEGER   TO WS-ARITH-HIGH-INTEGER
           ELSE
               MOVE WS-ARITH-FROM-INTEGER   TO WS-ARITH-LOW-INTEGER
               MOVE WS-ARITH-TO-INTEGER     TO WS-ARITH-HIGH-INTEGER
           END-IF.

           MOVE ZERO                        TO WS-ARITH-WEEKDAYS
                                               WS-ARITH-HOLIDAYS.

           PERFORM 7310-COUNT-ONE-WEEKDAY
              THRU 7310-EXIT
              VARYING WS-CAND-INTEGER FROM WS-ARITH-LOW-INTEGER BY 1
                UNTIL WS-CAND-INTEGER >= WS-ARITH-HIGH-INTEGER.

           MOVE WS-ARITH-LOW-INTEGER        TO WS-CAND-INTEGER.
           PERFORM 7600-FORMAT-CAND-DATE
              THRU 7600-EXIT.
           MOVE WS-ARITH-EDIT-DATE          TO WS-ARITH-LOW-DATE.

           MOVE WS-ARITH-HIGH-INTEGER       TO WS-CAND-INTEGER.
           PERFORM 7600-FORMAT-CAND-DATE
              THRU 7600-EXIT.
           MOVE WS-ARITH-EDIT-DATE          TO WS-ARITH-HIGH-DATE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ARITH-HOLIDAYS
                  FROM T_BUS_HOLIDAY
                 WHERE HOL_CAL_ID = :WS-CAL-ID
                   AND HOL_DATE   > :WS-ARITH-LOW-DATE
                   AND HOL_DATE  <= :WS-ARITH-HIGH-DATE
                   AND DAYOFWEEK_ISO(HOL_DATE) < 6
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO                    TO WS-ARITH-HOLIDAYS
               DISPLAY 'DB2PGM - HOLIDAY COUNT FAILED SQLCODE='
                        SQLCODE ' - WEEKEND-ONLY COUNT IN EFFECT'
           END-IF.

           COMPUTE LK-ARITH-BUS-DAYS =
               WS-ARITH-WEEKDAYS - WS-ARITH-HOLIDAYS.

           IF WS-ARITH-TO-INTEGER < WS-ARITH-FROM-INTEGER
               COMPUTE LK-ARITH-BUS-DAYS = 0 - LK-ARITH-BUS-DAYS
           END-IF.
           .
       7300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7310-COUNT-ONE-WEEKDAY                        *
      * LOOKS AT THE DAY AFTER WS-CAND-INTEGER - THE SPAN COUNTED IS   *
      * EXCLUSIVE OF THE EARLIER DATE AND INCLUSIVE OF THE LATER ONE.  *
      ******************************************************************
       7310-COUNT-ONE-WEEKDAY.

           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-CAND-INTEGER, 7).

           IF WS-DAY-OF-WEEK < 5
               ADD 1                        TO WS-ARITH-WEEKDAYS
           END-IF.
           .
       7310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   7500-EDIT-ARITH-DATE                         *
      * THE 6000 EDIT FOR WS-ARITH-EDIT-DATE. A GOOD DATE COMES BACK   *
      * AS AN INTEGER-OF-DATE IN WS-ARITH-EDIT-INTEGER.                *
      ******************************************************************
       7500-EDIT-ARITH-DATE.

           MOVE 'Y'                         TO WS-ARITH-EDIT-SW.

           IF WS-ARITH-EDIT-DATE(1:4) NOT NUMERIC
              OR WS-ARITH-EDIT-DATE(5:1) NOT = '-'
              OR WS-ARITH-EDIT-DATE(6:2) NOT NUMERIC
              OR WS-ARITH-EDIT-DATE(8:1) NOT = '-'
              OR WS-ARITH-EDIT-DATE(9:2) NOT NUMERIC
               MOVE 'N'                     TO WS-ARITH-EDIT-SW
               GO TO 7500-EXIT
           END-IF.

           STRING WS-ARITH-EDIT-DATE(1:4)
                  WS-ARITH-EDIT-DATE(6:2)
                  WS-ARITH-EDIT-DATE(9:2)
               DELIMITED BY SIZE INTO WS-CAND-DATE-ALPHA.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAND-DATE-NUM) NOT = 0
               MOVE 'N'                     TO WS-ARITH-EDIT-SW
               GO TO 7500-EXIT
           END-IF.

           COMPUTE WS-ARITH-EDIT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE-NUM).
           .
       7500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7600-FORMAT-CAND-DATE                         *
      * WS-CAND-INTEGER BACK OUT AS A YYYY-MM-DD WS-ARITH-EDIT-DATE.   *
      ******************************************************************
       7600-FORMAT-CAND-DATE.

           COMPUTE WS-CAND-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAND-INTEGER).

           MOVE SPACES                      TO WS-ARITH-EDIT-DATE.
           STRING WS-CAND-DATE-ALPHA(1:4) '-'
                  WS-CAND-DATE-ALPHA(5:2) '-'
                  WS-CAND-DATE-ALPHA(7:2)
               DELIMITED BY SIZE INTO WS-ARITH-EDIT-DATE.
           .
       7600-EXIT.
           EXIT.
      *
       END PROGRAM DB2PGM.
