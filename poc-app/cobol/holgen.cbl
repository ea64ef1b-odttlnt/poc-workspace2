      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLGEN.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  HOLGEN:       YEARLY HOLIDAY GENERATION FROM T_BUS_HOL_RULE   *
      *                                                                *
      *  FUNCTION:     WRITES ONE YEAR'S T_BUS_HOLIDAY ROWS FOR EVERY  *
      *                NAMED CALENDAR FROM THE HOLIDAY RULES HOLMAINT  *
      *                KEEPS ON T_BUS_HOL_RULE - A FIXED DATE, THE NTH *
      *                WEEKDAY OF A MONTH, OR THE LAST WEEKDAY OF A    *
      *                MONTH, EACH SHIFTED OFF A WEEKEND BY THE RULE'S *
      *                OBSERVANCE CODE. THIS REPLACES KEYING ONE       *
      *                HOLMAINT ADD CARD PER HOLIDAY PER CALENDAR      *
      *                EACH FALL.                                      *
      *                                                                *
      *                RUN IT FIRST IN PREVIEW MODE: EVERY DATE THE    *
      *                RULES PRODUCE IS LISTED, IN THE HOLCMPRT        *
      *                LAYOUT, WITH WHAT A COMMIT RUN WOULD DO WITH    *
      *                IT, AND NOTHING IS WRITTEN. ONCE THE LIST IS    *
      *                RIGHT, RE-RUN THE SAME CARD IN COMMIT MODE.     *
      *                                                                *
      *                A DATE ALREADY ON THE CALENDAR IS NEVER         *
      *                OVERWRITTEN. A HAND-KEYED ROW (HOL_SOURCE 'M')  *
      *                IS LISTED AS KEPT; A ROW AN EARLIER COMMIT RUN  *
      *                WROTE IS LISTED AS ALREADY ON FILE, SO A RERUN  *
      *                OF THE SAME YEAR IS HARMLESS. A RULE THAT       *
      *                CANNOT PRODUCE A DATE IN THE YEAR (29 FEBRUARY  *
      *                OUTSIDE A LEAP YEAR, A FIFTH WEEKDAY THE MONTH  *
      *                DOES NOT HAVE) IS LISTED AND SKIPPED.           *
      *                                                                *
      *                THE OBSERVED DATE OF A HOLIDAY NEAR NEW YEAR    *
      *                CAN FALL IN THE NEIGHBORING YEAR (1 JANUARY ON  *
      *                A SATURDAY, NEAREST-WEEKDAY RULE) - IT IS       *
      *                WRITTEN WHERE IT FALLS AND FLAGGED ON THE LIST. *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CARD:                            *
      *                   COLS 01-04  HOLIDAY YEAR (YYYY)              *
      *                   COLS 05-11  MODE  'PREVIEW' OR 'COMMIT'      *
      *                               (BLANK = PREVIEW)                *
      *                   COLS 12-19  CALENDAR ID (BLANK = EVERY       *
      *                               CALENDAR THAT HAS RULES)         *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED IN      *
      *                               COMMIT MODE)                     *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER         *
      *                               (REQUIRED IN COMMIT MODE DURING  *
      *                               A CHANGE FREEZE)                 *
      *                                                                *
      *                A COMMIT RUN IS A CALENDAR CHANGE LIKE ANY      *
      *                HOLMAINT CARD: F5748CGT REFUSES IT WITHOUT A    *
      *                TICKET, OR WITHOUT AN EMERGENCY CHANGE NUMBER   *
      *                WHILE A T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE, *
      *                BEFORE ANY ROW IS WRITTEN, AND RECORDS THE      *
      *                COMMITTED YEAR ON T_UIS_CHANGE_AUDIT. A PREVIEW *
      *                RUN CHANGES NOTHING AND IS NOT GATED.           *
      *                                                                *
      *  DB2 TABLES:   T_BUS_HOL_RULE (READ)                           *
      *                T_BUS_HOLIDAY (READ/INSERT)                     *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  RETURN CODE:  0 = OK, 4 = COMMITTED BUT NOT RECORDED ON       *
      *                T_UIS_CHANGE_AUDIT, 8 = BAD CARD, REFUSED BY    *
      *                THE CHANGE GATE, OR A RULE FETCH OR ROW INSERT  *
      *                FAILED (THE COMMIT RUN IS ROLLED BACK), 16 =    *
      *                THE RULE CURSOR COULD NOT BE OPENED             *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  COMMIT RUN GATED BY F5748CGT - CHANGE       *
      *                    TICKET AND EMERGENCY CHANGE NUMBER ON THE   *
      *                    CARD (COLS 101-124). A FAILED RULE FETCH    *
      *                    NOW ROLLS THE COMMIT RUN BACK               *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'HOLGEN'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-PARM-CARD.
           05  WS-PARM-YEAR                 PIC X(04) VALUE SPACES.
           05  WS-PARM-YEAR-NUM REDEFINES WS-PARM-YEAR
                                            PIC 9(04).
           05  WS-PARM-MODE                 PIC X(07) VALUE SPACES.
               88  WS-MODE-IS-PREVIEW                 VALUE 'PREVIEW'.
               88  WS-MODE-IS-COMMIT                  VALUE 'COMMIT'.
           05  WS-PARM-CAL-ID               PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(81) VALUE SPACES.
           05  WS-PARM-TICKET-NUM           PIC X(12) VALUE SPACES.
           05  WS-PARM-EMERG-CHG-NUM        PIC X(12) VALUE SPACES.

      * THE YEAR AS A HOST VARIABLE FOR THE RULE CURSOR'S FROM/THRU
      * TEST
       01  WS-GEN-YEAR                      PIC S9(4) USAGE COMP
                                                      VALUE ZERO.

      * DATE ARITHMETIC - THE SAME INTEGER-OF-DATE / DAY-OF-WEEK
      * CONVENTION DB2PGM USES: MOD(INTEGER - 1, 7) GIVES 0 = MONDAY
      * THROUGH 6 = SUNDAY
       01  WS-DATE-WORK-AREA.
           05  WS-WORK-DATE-ALPHA           PIC X(08) VALUE SPACES.
           05  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE-ALPHA
                                            PIC 9(08).
           05  WS-WORK-YYYY                 PIC 9(04) VALUE ZEROES.
           05  WS-WORK-MM                   PIC 9(02) VALUE ZEROES.
           05  WS-WORK-DD                   PIC 9(02) VALUE ZEROES.
           05  WS-FIRST-INTEGER             PIC S9(09) COMP VALUE ZERO.
           05  WS-LAST-INTEGER              PIC S9(09) COMP VALUE ZERO.
           05  WS-HOL-INTEGER               PIC S9(09) COMP VALUE ZERO.
           05  WS-DOW                       PIC S9(04) COMP VALUE ZERO.
           05  WS-TARGET-DOW                PIC S9(04) COMP VALUE ZERO.
           05  WS-DOW-OFFSET                PIC S9(04) COMP VALUE ZERO.

      * THE GENERATED DATE, YYYY-MM-DD, AND HOW THE RUN DISPOSED OF IT
       01  WS-GEN-DATE                      PIC X(10) VALUE SPACES.
       01  WS-GEN-ACTION                    PIC X(12) VALUE SPACES.
       01  WS-GEN-FLAG                      PIC X(09) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-RULE-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-NEW-COUNT                 PIC 9(05) VALUE ZEROES.
           05  WS-ON-FILE-COUNT             PIC 9(05) VALUE ZEROES.
           05  WS-HAND-KEPT-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-NO-DATE-COUNT             PIC 9(05) VALUE ZEROES.
           05  WS-FAILED-COUNT              PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-DATE-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DATE-WAS-COMPUTED               VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_BUS_HOLIDAY
           EXEC SQL
                INCLUDE DB2HOL
           END-EXEC.

      * DCLGEN FOR T_BUS_HOL_RULE
           EXEC SQL
                INCLUDE DB2HRU
           END-EXEC.

      * EVERY RULE IN FORCE FOR THE YEAR, ONE CALENDAR OR ALL OF THEM,
      * IN CALENDAR/MONTH ORDER SO THE PREVIEW READS LIKE A CALENDAR
           EXEC SQL
                DECLARE RULE-CSR CURSOR FOR
                SELECT HRU_CAL_ID, HRU_RULE_ID, HRU_DSCR
                     , HRU_RULE_TYPE, HRU_MONTH, HRU_DAY
                     , HRU_WEEKDAY, HRU_NTH, HRU_OBSERVE
                  FROM T_BUS_HOL_RULE
                 WHERE ( HRU_CAL_ID = :WS-PARM-CAL-ID
                      OR :WS-PARM-CAL-ID = ' ' )
                   AND :WS-GEN-YEAR BETWEEN HRU_FROM_YEAR
                                        AND HRU_THRU_YEAR
                 ORDER BY HRU_CAL_ID, HRU_MONTH, HRU_RULE_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'HOLGEN WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           IF WS-MODE-IS-COMMIT
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF.

           EXEC SQL
                OPEN RULE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'HOLGEN - OPEN FAILED SQLCODE=' SQLCODE
               MOVE 16                       TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-GENERATE-ONE-RULE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE RULE-CSR
           END-EXEC.

           PERFORM 8000-FINISH-RUN
              THRU 8000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-MODE = SPACES
               MOVE 'PREVIEW'                TO WS-PARM-MODE
           END-IF.

           DISPLAY 'HOLGEN - HOLIDAY GENERATION FROM RULES'.
           DISPLAY 'YEAR=' WS-PARM-YEAR
                   ' MODE=' WS-PARM-MODE
                   ' CALENDAR=' WS-PARM-CAL-ID
                   ' TICKET=' WS-PARM-TICKET-NUM.

           IF WS-PARM-YEAR NOT NUMERIC
              OR WS-PARM-YEAR-NUM < 1601
               DISPLAY 'HOLGEN - REJECTED, YEAR NOT YYYY: '
                       WS-PARM-YEAR
               MOVE 8                        TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           IF NOT WS-MODE-IS-PREVIEW
              AND NOT WS-MODE-IS-COMMIT
               DISPLAY 'HOLGEN - REJECTED, MODE NOT PREVIEW/COMMIT: '
                       WS-PARM-MODE
               MOVE 8                        TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-PARM-YEAR-NUM             TO WS-GEN-YEAR.

           DISPLAY ' '.
           IF WS-MODE-IS-PREVIEW
               DISPLAY 'PREVIEW ONLY - NOTHING IS WRITTEN. ACTION '
                       'SHOWS WHAT A COMMIT RUN WOULD DO.'
           END-IF.
           DISPLAY 'DATE        CALENDAR  RULE      ACTION       '
                   'DESCRIPTION'.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * A COMMIT RUN IS A CHANGE TO THE CALENDARS. F5748CGT REFUSES    *
      * THE CARD IF IT HAS NO CHANGE TICKET, OR NO EMERGENCY CHANGE    *
      * NUMBER DURING A CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF. *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-PARM-MODE                TO CGT-ACTION.
           MOVE SPACES                      TO CGT-OBJECT-KEY.
           IF WS-PARM-CAL-ID = SPACES
               STRING 'YEAR ' WS-PARM-YEAR ' ALL CALENDARS'
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           ELSE
               STRING 'YEAR ' WS-PARM-YEAR ' ' WS-PARM-CAL-ID
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           END-IF.
           MOVE WS-PARM-TICKET-NUM          TO CGT-TICKET-NUM.
           MOVE WS-PARM-EMERG-CHG-NUM       TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'HOLGEN - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'HOLGEN - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               DISPLAY 'HOLGEN - COMMIT RUN REFUSED - NOTHING WRITTEN'
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-GENERATE-ONE-RULE                       *
      * FETCHES A RULE, WORKS OUT ITS DATE FOR THE YEAR, DECIDES WHAT  *
      * TO DO WITH IT, AND LISTS IT.                                   *
      ******************************************************************
       2000-GENERATE-ONE-RULE.

           EXEC SQL
                FETCH RULE-CSR
                INTO  :HRU-CAL-ID, :HRU-RULE-ID, :HRU-DSCR
                    , :HRU-RULE-TYPE, :HRU-MONTH, :HRU-DAY
                    , :HRU-WEEKDAY, :HRU-NTH, :HRU-OBSERVE
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'HOLGEN - FETCH FAILED SQLCODE=' SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   ADD 1                     TO WS-FAILED-COUNT
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1                             TO WS-RULE-COUNT.
           MOVE SPACES                       TO WS-GEN-DATE
                                                WS-GEN-FLAG.

           PERFORM 3000-COMPUTE-RULE-DATE
              THRU 3000-EXIT.

           IF NOT WS-DATE-WAS-COMPUTED
               MOVE 'NO DATE'                TO WS-GEN-ACTION
               ADD 1                         TO WS-NO-DATE-COUNT
           ELSE
               PERFORM 4000-APPLY-OBSERVANCE
                  THRU 4000-EXIT
               PERFORM 5000-DISPOSE-OF-DATE
                  THRU 5000-EXIT
           END-IF.

           DISPLAY WS-GEN-DATE '  '
                   HRU-CAL-ID '  '
                   HRU-RULE-ID '  '
                   WS-GEN-ACTION ' '
                   HRU-DSCR ' '
                   WS-GEN-FLAG.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3000-COMPUTE-RULE-DATE                        *
      * LEAVES THE HOLIDAY'S ACTUAL DATE IN WS-HOL-INTEGER AND SETS    *
      * WS-DATE-WAS-COMPUTED, OR LEAVES THE SWITCH OFF WHEN THE RULE   *
      * HAS NO DATE IN THIS YEAR.                                      *
      ******************************************************************
       3000-COMPUTE-RULE-DATE.

           MOVE 'N'                          TO WS-DATE-FOUND-SW.

           MOVE WS-GEN-YEAR                  TO WS-WORK-YYYY.
           MOVE HRU-MONTH                    TO WS-WORK-MM.
           MOVE 01                           TO WS-WORK-DD.
           PERFORM 3900-BUILD-WORK-DATE
              THRU 3900-EXIT.
           COMPUTE WS-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).

      * LAST DAY OF THE MONTH = THE DAY BEFORE THE FIRST OF THE NEXT
           IF HRU-MONTH = 12
               COMPUTE WS-WORK-YYYY = WS-GEN-YEAR + 1
               MOVE 01                       TO WS-WORK-MM
           ELSE
               COMPUTE WS-WORK-MM = HRU-MONTH + 1
           END-IF.
           PERFORM 3900-BUILD-WORK-DATE
              THRU 3900-EXIT.
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) - 1.

           COMPUTE WS-TARGET-DOW = HRU-WEEKDAY - 1.

           EVALUATE TRUE
               WHEN HRU-TYPE-FIXED
                   MOVE WS-GEN-YEAR          TO WS-WORK-YYYY
                   MOVE HRU-MONTH            TO WS-WORK-MM
                   MOVE HRU-DAY              TO WS-WORK-DD
                   PERFORM 3900-BUILD-WORK-DATE
                      THRU 3900-EXIT
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM)
                                             = 0
                       COMPUTE WS-HOL-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                       SET WS-DATE-WAS-COMPUTED TO TRUE
                   END-IF

               WHEN HRU-TYPE-NTH-WEEKDAY
                   COMPUTE WS-DOW =
                       FUNCTION MOD(WS-FIRST-INTEGER - 1, 7)
                   COMPUTE WS-DOW-OFFSET =
                       FUNCTION MOD(WS-TARGET-DOW - WS-DOW + 7, 7)
                   COMPUTE WS-HOL-INTEGER = WS-FIRST-INTEGER
                                          + WS-DOW-OFFSET
                                          + (HRU-NTH - 1) * 7
                   IF WS-HOL-INTEGER NOT > WS-LAST-INTEGER
                       SET WS-DATE-WAS-COMPUTED TO TRUE
                   END-IF

               WHEN HRU-TYPE-LAST-WEEKDAY
                   COMPUTE WS-DOW =
                       FUNCTION MOD(WS-LAST-INTEGER - 1, 7)
                   COMPUTE WS-DOW-OFFSET =
                       FUNCTION MOD(WS-DOW - WS-TARGET-DOW + 7, 7)
                   COMPUTE WS-HOL-INTEGER =
                       WS-LAST-INTEGER - WS-DOW-OFFSET
                   SET WS-DATE-WAS-COMPUTED TO TRUE

               WHEN OTHER
                   DISPLAY 'HOLGEN - RULE ' HRU-RULE-ID
                           ' HAS UNKNOWN TYPE ' HRU-RULE-TYPE
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3900-BUILD-WORK-DATE                         *
      ******************************************************************
       3900-BUILD-WORK-DATE.

           STRING WS-WORK-YYYY
                  WS-WORK-MM
                  WS-WORK-DD
               DELIMITED BY SIZE INTO WS-WORK-DATE-ALPHA.
           .
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4000-APPLY-OBSERVANCE                         *
      * SHIFTS A HOLIDAY THAT FALLS ON A WEEKEND TO THE DAY IT IS      *
      * OBSERVED, PER THE RULE'S OBSERVANCE CODE, AND FORMATS THE      *
      * RESULT AS YYYY-MM-DD. A SHIFT THAT CROSSES INTO ANOTHER YEAR   *
      * IS FLAGGED ON THE LISTING.                                     *
      ******************************************************************
       4000-APPLY-OBSERVANCE.

           COMPUTE WS-DOW = FUNCTION MOD(WS-HOL-INTEGER - 1, 7).

           EVALUATE TRUE
               WHEN HRU-OBSERVE-NEAREST AND WS-DOW = 5
                   SUBTRACT 1                FROM WS-HOL-INTEGER
                   MOVE 'OBSERVED'           TO WS-GEN-FLAG
               WHEN HRU-OBSERVE-NEAREST AND WS-DOW = 6
                   ADD 1                     TO WS-HOL-INTEGER
                   MOVE 'OBSERVED'           TO WS-GEN-FLAG
               WHEN HRU-OBSERVE-MONDAY AND WS-DOW = 5
                   ADD 2                     TO WS-HOL-INTEGER
                   MOVE 'OBSERVED'           TO WS-GEN-FLAG
               WHEN HRU-OBSERVE-MONDAY AND WS-DOW = 6
                   ADD 1                     TO WS-HOL-INTEGER
                   MOVE 'OBSERVED'           TO WS-GEN-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-HOL-INTEGER).

           MOVE SPACES                       TO WS-GEN-DATE.
           STRING WS-WORK-DATE-ALPHA(1:4) '-'
                  WS-WORK-DATE-ALPHA(5:2) '-'
                  WS-WORK-DATE-ALPHA(7:2)
               DELIMITED BY SIZE INTO WS-GEN-DATE.

           IF WS-WORK-DATE-ALPHA(1:4) NOT = WS-PARM-YEAR
               MOVE 'OTHER YR'               TO WS-GEN-FLAG
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-DISPOSE-OF-DATE                         *
      * LOOKS FOR THE DATE ON THE RULE'S CALENDAR. A DATE ALREADY      *
      * THERE IS LEFT EXACTLY AS IT IS - HAND-KEYED OR GENERATED. A    *
      * NEW DATE IS WRITTEN, MARKED GENERATED, ON A COMMIT RUN ONLY.   *
      ******************************************************************
       5000-DISPOSE-OF-DATE.

           MOVE WS-GEN-DATE                  TO HOL-DATE.
           MOVE HRU-CAL-ID                   TO HOL-CAL-ID.

           EXEC SQL
                SELECT  HOL_SOURCE
                  INTO  :HOL-SOURCE
                  FROM T_BUS_HOLIDAY
                 WHERE HOL_DATE   = :HOL-DATE
                   AND HOL_CAL_ID = :HOL-CAL-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND HOL-SOURCE-IS-GENERATED
                   MOVE 'ON FILE'            TO WS-GEN-ACTION
                   ADD 1                     TO WS-ON-FILE-COUNT
                   GO TO 5000-EXIT
               WHEN SQLCODE = 0
                   MOVE 'KEYED - KEPT'       TO WS-GEN-ACTION
                   ADD 1                     TO WS-HAND-KEPT-COUNT
                   GO TO 5000-EXIT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HOLGEN - HOLIDAY SELECT FAILED SQLCODE='
                           SQLCODE
                   MOVE 'FAILED'             TO WS-GEN-ACTION
                   ADD 1                     TO WS-FAILED-COUNT
                   GO TO 5000-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-NEW-COUNT.

           IF WS-MODE-IS-PREVIEW
               MOVE 'WOULD ADD'              TO WS-GEN-ACTION
               GO TO 5000-EXIT
           END-IF.

           MOVE HRU-DSCR                     TO HOL-DSCR.
           SET HOL-SOURCE-IS-GENERATED       TO TRUE.

           EXEC SQL
                INSERT INTO T_BUS_HOLIDAY
                       ( HOL_DATE, HOL_DSCR, HOL_CAL_ID, HOL_SOURCE )
                VALUES ( :HOL-DATE
                       , :HOL-DSCR
                       , :HOL-CAL-ID
                       , :HOL-SOURCE )
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'ADDED'                  TO WS-GEN-ACTION
           ELSE
               DISPLAY 'HOLGEN - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 'FAILED'                 TO WS-GEN-ACTION
               ADD 1                         TO WS-FAILED-COUNT
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-FINISH-RUN                           *
      * A COMMIT RUN WITH ANY FAILED FETCH OR INSERT IS BACKED OUT     *
      * WHOLE, SO A YEAR IS NEVER LEFT HALF-LOADED - FIX THE CAUSE AND *
      * RERUN. A COMMITTED YEAR IS RECORDED THROUGH THE CHANGE GATE.   *
      ******************************************************************
       8000-FINISH-RUN.

           IF WS-MODE-IS-COMMIT
               IF WS-FAILED-COUNT > ZEROES
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   DISPLAY 'HOLGEN - ' WS-FAILED-COUNT
                           ' FAILURE(S) - NOTHING WAS COMMITTED'
                   MOVE 8                    TO RETURN-CODE
               ELSE
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'HOLGEN - COMMIT FAILED SQLCODE='
                               SQLCODE
                       MOVE 8                TO RETURN-CODE
                   ELSE
                       PERFORM 8500-LOG-CHANGE-CONTROL
                          THRU 8500-EXIT
                   END-IF
               END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'HOLGEN - RULES READ:             ' WS-RULE-COUNT.
           IF WS-MODE-IS-PREVIEW
               DISPLAY 'HOLGEN - DATES A COMMIT WOULD ADD: '
                       WS-NEW-COUNT
           ELSE
               DISPLAY 'HOLGEN - DATES ADDED:            ' WS-NEW-COUNT
           END-IF.
           DISPLAY 'HOLGEN - ALREADY ON FILE:        ' WS-ON-FILE-COUNT.
           DISPLAY 'HOLGEN - HAND-KEYED, KEPT:       '
                   WS-HAND-KEPT-COUNT.
           DISPLAY 'HOLGEN - RULES WITH NO DATE:     ' WS-NO-DATE-COUNT.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8500-LOG-CHANGE-CONTROL                      *
      * RECORDS THE COMMITTED YEAR ON T_UIS_CHANGE_AUDIT THROUGH       *
      * F5748CGT, UNDER THE TICKET AND ANY FREEZE THE EDIT RETURNED.   *
      * A RUN THAT ADDED NOTHING IS NOT RECORDED.                      *
      ******************************************************************
       8500-LOG-CHANGE-CONTROL.

           IF WS-NEW-COUNT = ZEROES
               GO TO 8500-EXIT
           END-IF.

           SET CGT-FUNCTION-IS-LOG          TO TRUE.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-RETURN-CODE NOT = 0
               DISPLAY 'HOLGEN - YEAR COMMITTED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM HOLGEN.
