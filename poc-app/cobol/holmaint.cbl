      *                YYYY-MM-DD AND AN ADD MAY NOT DUPLICATE AN      *
      *                EXISTING DATE ON THE SAME CALENDAR.             *
      *                                                                *
      *                HOLIDAYS THAT RECUR EVERY YEAR ARE BETTER       *
      *                DEFINED ONCE AS A RULE ON T_BUS_HOL_RULE        *
      *                (RULADD/RULDEL CARDS BELOW) AND WRITTEN EACH    *
      *                YEAR BY HOLGEN. AN ADD CARD IS STILL THE WAY    *
      *                TO KEY A ONE-OFF CLOSURE - ITS ROW IS MARKED    *
      *                HAND-KEYED AND HOLGEN WILL NEVER REPLACE IT.    *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 07-16  HOL-DATE (YYYY-MM-DD)           *
      *                   COLS 17-46  HOL-DSCR                        *
      *                   COLS 47-54  HOL-CAL-ID (BLANK = STANDARD)   *
      *                OR ONE RULE CARD:                               *
      *                   COLS 01-06  ACTION   (RULADD/RULDEL)        *
      *                   COLS 07-14  RULE ID                         *
      *                   COLS 15-44  RULE DSCR                       *
      *                   COLS 45-52  CAL-ID   (BLANK = STANDARD)     *
      *                   COL  53     RULE TYPE (F/N/L)               *
      *                   COLS 54-55  MONTH    (01-12)                *
      *                   COLS 56-57  DAY      (TYPE F ONLY)          *
      *                   COL  58     WEEKDAY  (1=MON..7=SUN, N/L)    *
      *                   COL  59     NTH      (1-5, TYPE N ONLY)     *
      *                   COL  60     OBSERVE  (N/W/M, BLANK = N)     *
      *                   COLS 61-64  FROM YEAR (BLANK = NO LIMIT)    *
      *                   COLS 65-68  THRU YEAR (BLANK = NO LIMIT)    *
      *                   SEE DB2HRU FOR WHAT EACH CODE MEANS.        *
      *                EITHER CARD ALSO CARRIES:                      *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED)       *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER        *
      *                               (REQUIRED DURING A CHANGE       *
      *                               FREEZE)                         *
      *                                                                *
      *                F5748CGT REFUSES A CARD WITHOUT A TICKET, OR   *
      *                ONE WITHOUT AN EMERGENCY CHANGE NUMBER WHILE A *
      *                T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE (RETURN *
      *                CODE 8), AND RECORDS EVERY REFUSED OR APPLIED  *
      *                CARD ON T_UIS_CHANGE_AUDIT.                    *
      *                                                                *
      *  DB2 TABLES:   T_BUS_HOLIDAY (READ/INSERT/DELETE)              *
      *                T_BUS_HOL_RULE (READ/INSERT/DELETE)             *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-09-02 UISAD  NAMED CALENDARS - CARD CARRIES HOL-CAL-ID   *
      *                    (BLANK = STANDARD) AND ALL SQL IS KEYED BY  *
      *                    CALENDAR AND DATE                          *
      *  2026-10-15 UISAD  HOLIDAY RULES - RULADD/RULDEL CARDS        *
      *                    MAINTAIN T_BUS_HOL_RULE FOR THE HOLGEN      *
      *                    YEARLY RUN. ADD NOW MARKS ITS ROW           *
      *                    HAND-KEYED (HOL_SOURCE 'M') SO HOLGEN       *
      *                    LEAVES IT ALONE                             *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'HOLMAINT'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-RULE-ADD              VALUE 'RULADD'.
               88  WS-ACTION-IS-RULE-DELETE           VALUE 'RULDEL'.
               88  WS-ACTION-IS-RULE
                                   VALUE 'RULADD' 'RULDEL'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'DELETE'
                                         'RULADD' 'RULDEL'.
           05  WS-MAINT-HOL-DATE            PIC X(10) VALUE SPACES.
           05  WS-MAINT-HOL-DSCR            PIC X(30) VALUE SPACES.
           05  WS-MAINT-HOL-CAL-ID          PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(26) VALUE SPACES.
           05  FILLER                       PIC X(20) VALUE SPACES.
           05  WS-MAINT-TICKET-NUM          PIC X(12) VALUE SPACES.
           05  WS-MAINT-EMERG-CHG-NUM       PIC X(12) VALUE SPACES.

      * THE SAME CARD AS KEYED FOR A RULADD/RULDEL ACTION
       01  WS-RULE-CARD REDEFINES WS-MAINT-CARD.
           05  FILLER                       PIC X(06).
           05  WS-RULE-ID                   PIC X(08).
           05  WS-RULE-DSCR                 PIC X(30).
           05  WS-RULE-CAL-ID               PIC X(08).
           05  WS-RULE-TYPE                 PIC X(01).
           05  WS-RULE-MONTH                PIC X(02).
           05  WS-RULE-DAY                  PIC X(02).
           05  WS-RULE-WEEKDAY              PIC X(01).
           05  WS-RULE-NTH                  PIC X(01).
           05  WS-RULE-OBSERVE              PIC X(01).
           05  WS-RULE-FROM-YEAR            PIC X(04).
           05  WS-RULE-THRU-YEAR            PIC X(04).
           05  FILLER                       PIC X(56).

      * A FIXED-DATE RULE'S MONTH/DAY IS PROVED AGAINST A LEAP YEAR SO
      * A 29 FEBRUARY RULE IS ACCEPTED (HOLGEN SKIPS IT IN OTHER YEARS)
       01  WS-RULE-TEST-DATE.
           05  WS-RULE-TEST-YYYY            PIC 9(04) VALUE 2024.
           05  WS-RULE-TEST-MM              PIC 9(02) VALUE ZEROES.
           05  WS-RULE-TEST-DD              PIC 9(02) VALUE ZEROES.
       01  WS-RULE-TEST-DATE-NUM REDEFINES WS-RULE-TEST-DATE
                                            PIC 9(08).

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-CHANGE-APPLIED-SW         PIC X(01) VALUE 'N'.
               88  WS-CHANGE-WAS-APPLIED              VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

      ******************************************************************
      *                                                                *
                INCLUDE DB2HOL
           END-EXEC.

      * DCLGEN FOR T_BUS_HOL_RULE
           EXEC SQL
                INCLUDE DB2HRU
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'HOLMAINT WORKING STORAGE ENDS'.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF.

           IF WS-ACTION-IS-RULE
               PERFORM 4000-MAINTAIN-RULE
                  THRU 4000-EXIT
               PERFORM 8500-LOG-CHANGE-CONTROL
                  THRU 8500-EXIT
               GOBACK
           END-IF.

           IF WS-ACTION-IS-VALID
               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT
                              THRU 3300-EXIT
                   END-EVALUATE
               END-IF

               PERFORM 8500-LOG-CHANGE-CONTROL
                  THRU 8500-EXIT
           ELSE
               DISPLAY 'HOLMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           IF WS-ACTION-IS-RULE
               IF WS-RULE-CAL-ID = SPACES
                   MOVE 'STANDARD'          TO WS-RULE-CAL-ID
               END-IF
               DISPLAY 'HOLMAINT - ACTION=' WS-MAINT-ACTION
                        ' RULE=' WS-RULE-ID
                        ' CAL=' WS-RULE-CAL-ID
                        ' DSCR=' WS-RULE-DSCR
                        ' TICKET=' WS-MAINT-TICKET-NUM
               GO TO 1000-EXIT
           END-IF.

           IF WS-MAINT-HOL-CAL-ID = SPACES
               MOVE 'STANDARD'              TO WS-MAINT-HOL-CAL-ID
           END-IF.
           DISPLAY 'HOLMAINT - ACTION=' WS-MAINT-ACTION
                    ' DATE=' WS-MAINT-HOL-DATE
                    ' CAL=' WS-MAINT-HOL-CAL-ID
                    ' DSCR=' WS-MAINT-HOL-DSCR
                    ' TICKET=' WS-MAINT-TICKET-NUM.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * EVERY ACTION IS A CHANGE. F5748CGT REFUSES THE CARD IF IT HAS  *
      * NO CHANGE TICKET, OR NO EMERGENCY CHANGE NUMBER DURING A       *
      * CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF.                 *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-MAINT-ACTION             TO CGT-ACTION.
           MOVE SPACES                      TO CGT-OBJECT-KEY.
           IF WS-ACTION-IS-RULE
               STRING 'RULE ' WS-RULE-ID ' ' WS-RULE-CAL-ID
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           ELSE
               STRING WS-MAINT-HOL-DATE ' ' WS-MAINT-HOL-CAL-ID
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           END-IF.
           MOVE WS-MAINT-TICKET-NUM         TO CGT-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'HOLMAINT - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'HOLMAINT - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE ROW AS IT EXISTS TODAY. AN ADD USES THIS TO REJECT   *
      * A DUPLICATE DATE; DELETE USES IT TO CONFIRM THE ROW EXISTS.    *

           EXEC SQL
                INSERT INTO T_BUS_HOLIDAY
                       ( HOL_DATE, HOL_DSCR, HOL_CAL_ID, HOL_SOURCE )
                VALUES ( :WS-MAINT-HOL-DATE
                       , :WS-MAINT-HOL-DSCR
                       , :WS-MAINT-HOL-CAL-ID
                       , 'M' )
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'HOLMAINT - ADD COMPLETE FOR ' WS-MAINT-HOL-DATE
           ELSE
               DISPLAY 'HOLMAINT - INSERT FAILED SQLCODE=' SQLCODE
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'HOLMAINT - DELETE COMPLETE FOR '
                            WS-MAINT-HOL-DATE
               ELSE
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-MAINTAIN-RULE                        *
      * RULADD/RULDEL: READ THE RULE AS IT STANDS, EDIT THE CARD, AND  *
      * APPLY IT. THE SAME SHAPE AS THE DATE ACTIONS ABOVE.            *
      ******************************************************************
       4000-MAINTAIN-RULE.

           PERFORM 4100-READ-CURRENT-RULE
              THRU 4100-EXIT.

           PERFORM 4500-EDIT-RULE-CARD
              THRU 4500-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 4000-EXIT
           END-IF.

           IF WS-ACTION-IS-RULE-ADD
               PERFORM 4600-ADD-RULE
                  THRU 4600-EXIT
           ELSE
               PERFORM 4700-DELETE-RULE
                  THRU 4700-EXIT
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-READ-CURRENT-RULE                      *
      ******************************************************************
       4100-READ-CURRENT-RULE.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE WS-RULE-CAL-ID              TO HRU-CAL-ID.
           MOVE WS-RULE-ID                  TO HRU-RULE-ID.

           EXEC SQL
                SELECT  HRU_DSCR
                  INTO  :HRU-DSCR
                  FROM T_BUS_HOL_RULE
                 WHERE HRU_CAL_ID  = :HRU-CAL-ID
                   AND HRU_RULE_ID = :HRU-RULE-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               DISPLAY 'HOLMAINT - CURRENT RULE: ' HRU-RULE-ID
                        ' ' HRU-DSCR
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4500-EDIT-RULE-CARD                        *
      * A RULDEL NEEDS ONLY AN EXISTING RULE. A RULADD MAY NOT         *
      * DUPLICATE ONE AND MUST DESCRIBE A DATE HOLGEN CAN COMPUTE:     *
      * A VALID TYPE AND MONTH, A REAL MONTH/DAY FOR A FIXED RULE, A   *
      * WEEKDAY 1-7 FOR AN NTH/LAST RULE, AND AN NTH OF 1-5.           *
      ******************************************************************
       4500-EDIT-RULE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-RULE-ID = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, RULE ID IS BLANK'
               GO TO 4500-EXIT
           END-IF.

           IF WS-ACTION-IS-RULE-DELETE
               IF NOT WS-ROW-WAS-FOUND
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'HOLMAINT - RULDEL FAILED, NO RULE FOUND: '
                            WS-RULE-ID
               END-IF
               GO TO 4500-EXIT
           END-IF.

           IF WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - RULADD REJECTED, DUPLICATE RULE: '
                        WS-RULE-ID
           END-IF.

           IF WS-RULE-OBSERVE = SPACE
               MOVE 'N'                     TO WS-RULE-OBSERVE
           END-IF.
           MOVE WS-RULE-TYPE                TO HRU-RULE-TYPE.
           MOVE WS-RULE-OBSERVE             TO HRU-OBSERVE.

           IF NOT HRU-TYPE-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, RULE TYPE NOT F/N/L: '
                        WS-RULE-TYPE
           END-IF.

           IF NOT HRU-OBSERVE-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, OBSERVE NOT N/W/M: '
                        WS-RULE-OBSERVE
           END-IF.

           IF WS-RULE-MONTH NOT NUMERIC
              OR WS-RULE-MONTH < '01'
              OR WS-RULE-MONTH > '12'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, MONTH NOT 01-12: '
                        WS-RULE-MONTH
               GO TO 4500-EXIT
           END-IF.

           MOVE ZERO                        TO HRU-DAY
                                               HRU-WEEKDAY
                                               HRU-NTH.
           MOVE WS-RULE-MONTH               TO HRU-MONTH.

           EVALUATE TRUE
               WHEN HRU-TYPE-FIXED
                   PERFORM 4510-EDIT-FIXED-RULE
                      THRU 4510-EXIT
               WHEN HRU-TYPE-NTH-WEEKDAY
               WHEN HRU-TYPE-LAST-WEEKDAY
                   PERFORM 4520-EDIT-WEEKDAY-RULE
                      THRU 4520-EXIT
           END-EVALUATE.

           MOVE ZERO                        TO HRU-FROM-YEAR.
           MOVE 9999                        TO HRU-THRU-YEAR.
           IF WS-RULE-FROM-YEAR NOT = SPACES
               IF WS-RULE-FROM-YEAR NUMERIC
                   MOVE WS-RULE-FROM-YEAR   TO HRU-FROM-YEAR
               ELSE
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'HOLMAINT - REJECTED, FROM YEAR NOT NUMERIC '
                            WS-RULE-FROM-YEAR
               END-IF
           END-IF.
           IF WS-RULE-THRU-YEAR NOT = SPACES
               IF WS-RULE-THRU-YEAR NUMERIC
                   MOVE WS-RULE-THRU-YEAR   TO HRU-THRU-YEAR
               ELSE
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'HOLMAINT - REJECTED, THRU YEAR NOT NUMERIC '
                            WS-RULE-THRU-YEAR
               END-IF
           END-IF.
           IF HRU-THRU-YEAR < HRU-FROM-YEAR
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, THRU YEAR BEFORE FROM YEAR'
           END-IF.
           .
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4510-EDIT-FIXED-RULE                        *
      ******************************************************************
       4510-EDIT-FIXED-RULE.

           IF WS-RULE-DAY NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, DAY NOT NUMERIC: '
                        WS-RULE-DAY
               GO TO 4510-EXIT
           END-IF.

           MOVE WS-RULE-MONTH               TO WS-RULE-TEST-MM.
           MOVE WS-RULE-DAY                 TO WS-RULE-TEST-DD.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RULE-TEST-DATE-NUM)
                                            NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, NO SUCH MONTH/DAY: '
                        WS-RULE-MONTH '/' WS-RULE-DAY
           ELSE
               MOVE WS-RULE-DAY             TO HRU-DAY
           END-IF.
           .
       4510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4520-EDIT-WEEKDAY-RULE                       *
      ******************************************************************
       4520-EDIT-WEEKDAY-RULE.

           IF WS-RULE-WEEKDAY NOT NUMERIC
              OR WS-RULE-WEEKDAY < '1'
              OR WS-RULE-WEEKDAY > '7'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'HOLMAINT - REJECTED, WEEKDAY NOT 1-7: '
                        WS-RULE-WEEKDAY
           ELSE
               MOVE WS-RULE-WEEKDAY         TO HRU-WEEKDAY
           END-IF.

           IF HRU-TYPE-NTH-WEEKDAY
               IF WS-RULE-NTH NOT NUMERIC
                  OR WS-RULE-NTH < '1'
                  OR WS-RULE-NTH > '5'
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'HOLMAINT - REJECTED, NTH NOT 1-5: '
                            WS-RULE-NTH
               ELSE
                   MOVE WS-RULE-NTH         TO HRU-NTH
               END-IF
           END-IF.
           .
       4520-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        4600-ADD-RULE                           *
      ******************************************************************
       4600-ADD-RULE.

           MOVE WS-RULE-DSCR                TO HRU-DSCR.

           EXEC SQL
                INSERT INTO T_BUS_HOL_RULE
                       ( HRU_CAL_ID, HRU_RULE_ID, HRU_DSCR
                       , HRU_RULE_TYPE, HRU_MONTH, HRU_DAY
                       , HRU_WEEKDAY, HRU_NTH, HRU_OBSERVE
                       , HRU_FROM_YEAR, HRU_THRU_YEAR
                       , HRU_CHG_USER, HRU_CHG_TS )
                VALUES ( :HRU-CAL-ID, :HRU-RULE-ID, :HRU-DSCR
                       , :HRU-RULE-TYPE, :HRU-MONTH, :HRU-DAY
                       , :HRU-WEEKDAY, :HRU-NTH, :HRU-OBSERVE
                       , :HRU-FROM-YEAR, :HRU-THRU-YEAR
                       , USER, CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'HOLMAINT - RULADD COMPLETE FOR ' WS-RULE-ID
                        ' ON ' WS-RULE-CAL-ID
           ELSE
               DISPLAY 'HOLMAINT - RULE INSERT FAILED SQLCODE=' SQLCODE
           END-IF.
           .
       4600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4700-DELETE-RULE                         *
      * DROPPING A RULE DOES NOT TOUCH T_BUS_HOLIDAY - DATES ALREADY   *
      * GENERATED FROM IT STAND UNTIL DELETED BY DATE. TO STOP A       *
      * HOLIDAY FROM A GIVEN YEAR, PREFER RE-ADDING IT WITH A THRU     *
      * YEAR SO EARLIER YEARS CAN STILL BE REGENERATED.                *
      ******************************************************************
       4700-DELETE-RULE.

           EXEC SQL
                DELETE FROM T_BUS_HOL_RULE
                 WHERE HRU_CAL_ID  = :HRU-CAL-ID
                   AND HRU_RULE_ID = :HRU-RULE-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'HOLMAINT - RULDEL COMPLETE FOR ' WS-RULE-ID
                        ' ON ' WS-RULE-CAL-ID
           ELSE
               DISPLAY 'HOLMAINT - RULE DELETE FAILED SQLCODE=' SQLCODE
           END-IF.
           .
       4700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8500-LOG-CHANGE-CONTROL                      *
      * RECORDS THE APPLIED CHANGE ON T_UIS_CHANGE_AUDIT THROUGH       *
      * F5748CGT, UNDER THE TICKET AND ANY FREEZE THE EDIT RETURNED.   *
      * A CARD THAT CHANGED NOTHING IS NOT RECORDED.                   *
      ******************************************************************
       8500-LOG-CHANGE-CONTROL.

           IF NOT WS-CHANGE-WAS-APPLIED
               GO TO 8500-EXIT
           END-IF.

           SET CGT-FUNCTION-IS-LOG          TO TRUE.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-RETURN-CODE NOT = 0
               DISPLAY 'HOLMAINT - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM HOLMAINT.
