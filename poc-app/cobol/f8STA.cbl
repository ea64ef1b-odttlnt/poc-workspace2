      *                THIS REPORT MAKES THE BACKLOG MEASURABLE -      *
      *                OPEN AND CLAIMED CASES BY TYPE AND AGE BUCKET   *
      *                (UNDER 7 DAYS, 7-30, OVER 30), PLUS THE OLDEST  *
      *                CASE PER TYPE. AGE IS IN BUSINESS DAYS ON THE   *
      *                STANDARD CALENDAR, FROM DB2PGM, SO A HOLIDAY    *
      *                WEEKEND DOES NOT PUSH A CASE INTO AN OLDER      *
      *                BUCKET.                                         *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   NONE.                                           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_STEWARD_CASE (READ)                       *
      *                T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  AGE BUCKETS COUNT BUSINESS DAYS (DB2PGM)    *
      *                    INSTEAD OF CALENDAR DAYS. THE CURSOR NOW    *
      *                    RETURNS EACH TYPE'S CASES BY FIRST-SEEN     *
      *                    DATE AND THE BUCKETS ARE BUILT HERE         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748STA'.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. ONLY THE
      * BUSINESS-DAY COUNT IS USED HERE: FROM THE FIRST-SEEN DATE TO
      * TODAY ON THE STANDARD CALENDAR.
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
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

       01  WS-WORKING-FIELDS.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-CASE-TYPE                 PIC X(04) VALUE SPACES.
           05  WS-PREV-CASE-TYPE            PIC X(04) VALUE SPACES.
           05  WS-SEEN-DATE                 PIC X(10) VALUE SPACES.
           05  WS-DATE-CASES                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DATE-OLDEST-TS            PIC X(26) VALUE SPACES.
           05  WS-UNDER-7                   PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-7-TO-30                   PIC S9(09) USAGE COMP
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * OPEN AND CLAIMED CASES PER TYPE AND FIRST-SEEN DATE, OLDEST
      * DATE FIRST - ONE BUSINESS-DAY AGE IS WORKED OUT PER ROW, NOT
      * PER CASE, AND A TYPE'S FIRST ROW HOLDS ITS OLDEST CASE.
           EXEC SQL
                DECLARE AGING-CSR CURSOR FOR
                SELECT STC_CASE_TYPE,
                       CHAR(DATE(STC_FIRST_SEEN_TS), ISO),
                       COUNT(*),
                       CHAR(MIN(STC_FIRST_SEEN_TS))
                  FROM T_UIS_STEWARD_CASE
                 WHERE STC_STATUS IN ('O', 'W')
                 GROUP BY STC_CASE_TYPE, DATE(STC_FIRST_SEEN_TS)
                 ORDER BY STC_CASE_TYPE, DATE(STC_FIRST_SEEN_TS)
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
      ******************************************************************
       0000-BEGIN.

           EXEC SQL
                SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           DISPLAY 'F5748STA - OPEN STEWARDSHIP CASES BY TYPE AND '
                   'AGE IN BUSINESS DAYS'.
           DISPLAY 'TYPE  <7 DAYS  7-30  >30   OLDEST'.

           EXEC SQL
                OPEN AGING-CSR
           END-EXEC.

           PERFORM 2000-AGE-ONE-DATE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

                CLOSE AGING-CSR
           END-EXEC.

           IF WS-PREV-CASE-TYPE NOT = SPACES
               PERFORM 3000-REPORT-ONE-TYPE
                  THRU 3000-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'F5748STA - CASE TYPES WITH BACKLOG : '
                    WS-TYPE-COUNT.
           EXIT.
      *
      ******************************************************************
      *                      2000-AGE-ONE-DATE                         *
      * ONE TYPE/FIRST-SEEN-DATE ROW: AGE IT IN BUSINESS DAYS AND ADD  *
      * ITS CASES TO THE TYPE'S BUCKET. A NEW TYPE PRINTS THE LAST.    *
      * IF DB2PGM CANNOT ANSWER, THE CALENDAR-DAY AGE IS USED SO THE   *
      * CASES STILL LAND IN A BUCKET.                                  *
      ******************************************************************
       2000-AGE-ONE-DATE.

           EXEC SQL
                FETCH AGING-CSR
                INTO  :WS-CASE-TYPE, :WS-SEEN-DATE,
                      :WS-DATE-CASES, :WS-DATE-OLDEST-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2000-EXIT
           END-IF.

           IF WS-CASE-TYPE NOT = WS-PREV-CASE-TYPE
               IF WS-PREV-CASE-TYPE NOT = SPACES
                   PERFORM 3000-REPORT-ONE-TYPE
                      THRU 3000-EXIT
               END-IF
               MOVE WS-CASE-TYPE             TO WS-PREV-CASE-TYPE
               MOVE ZEROES                   TO WS-UNDER-7
                                                WS-7-TO-30
                                                WS-OVER-30
               MOVE WS-DATE-OLDEST-TS        TO WS-OLDEST-TS
           END-IF.

           MOVE WS-SEEN-DATE                 TO WS-LK-ARITH-FROM-DATE.
           MOVE WS-TODAY-DATE                TO WS-LK-ARITH-TO-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-ARITH-RESULT NOT = 'A'
               EXEC SQL
                    SET :WS-LK-ARITH-BUS-DAYS =
                        DAYS(CURRENT DATE) - DAYS(DATE(:WS-SEEN-DATE))
               END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN WS-LK-ARITH-BUS-DAYS < 7
                   ADD WS-DATE-CASES         TO WS-UNDER-7
               WHEN WS-LK-ARITH-BUS-DAYS > 30
                   ADD WS-DATE-CASES         TO WS-OVER-30
               WHEN OTHER
                   ADD WS-DATE-CASES         TO WS-7-TO-30
           END-EVALUATE.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-REPORT-ONE-TYPE                       *
      ******************************************************************
       3000-REPORT-ONE-TYPE.

           ADD 1                             TO WS-TYPE-COUNT.
           ADD WS-UNDER-7                    TO WS-TOTAL-OPEN.
           ADD WS-7-TO-30                    TO WS-TOTAL-OPEN.
           ADD WS-OVER-30                    TO WS-TOTAL-OPEN.

           DISPLAY WS-PREV-CASE-TYPE '  '
                    WS-UNDER-7 '  '
                    WS-7-TO-30 '  '
                    WS-OVER-30 '  '
                    WS-OLDEST-TS(1:10).
           .
       3000-EXIT.
           EXIT.

       END PROGRAM F5748STA.
