      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMAINT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  LOCMAINT:     Q.LOCCAL MAINTENANCE UTILITY                    *
      *                                                                *
      *  FUNCTION:     THIS IS THE SUPPORTED WAY TO MAP A Q.ORG        *
      *                LOCATION TO THE T_BUS_HOLIDAY CALENDAR ITS      *
      *                DEPARTMENTS OBSERVE, OR TO CHANGE OR DROP THAT  *
      *                MAPPING. PRDORDER AND PRDPACT PASS THE MAPPED   *
      *                CALENDAR TO DB2PGM; AN UNMAPPED LOCATION GETS   *
      *                'STANDARD' AND IS LISTED ON THEIR RUN REPORTS.  *
      *                BASIC EDITS ARE APPLIED BEFORE ANY SQL IS       *
      *                ISSUED: THE LOCATION MAY NOT BE BLANK, AN ADD   *
      *                MAY NOT DUPLICATE AN EXISTING MAPPING, AND THE  *
      *                CALENDAR MUST ALREADY HAVE HOLIDAY DATES OR     *
      *                RULES (OR BE 'STANDARD') SO A MISKEYED ID IS    *
      *                NOT SILENTLY TREATED AS WEEKENDS-ONLY. A        *
      *                LOCATION NOT YET ON Q.ORG IS ACCEPTED WITH A    *
      *                WARNING, SO A NEW SITE CAN BE MAPPED BEFORE     *
      *                ITS DEPARTMENTS ARE ADDED.                      *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE)    *
      *                   COLS 07-19  LOCATION (AS ON Q.ORG)          *
      *                   COLS 20-27  CAL-ID   (ADD/CHANGE)           *
      *                                                                *
      *  DB2 TABLES:   Q.LOCCAL (READ/INSERT/UPDATE/DELETE)            *
      *                Q.ORG, T_BUS_HOLIDAY, T_BUS_HOL_RULE (READ)     *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'LOCMAINT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
           05  WS-MAINT-LOCATION            PIC X(13) VALUE SPACES.
           05  WS-MAINT-CAL-ID              PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(53) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-CURRENT-CAL-ID            PIC X(08) VALUE SPACES.
           05  WS-ORG-ROW-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CAL-ROW-COUNT             PIC S9(09) USAGE COMP
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

      * DCLGEN FOR Q.LOCCAL
           COPY LOCCAL.

       01  FILLER                                PIC X(32) VALUE
           'LOCMAINT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

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
               DISPLAY 'LOCMAINT - INVALID ACTION ON MAINTENANCE CARD: '
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

           DISPLAY 'LOCMAINT - ACTION=' WS-MAINT-ACTION
                    ' LOCATION=' WS-MAINT-LOCATION
                    ' CAL=' WS-MAINT-CAL-ID.

           MOVE WS-MAINT-LOCATION            TO LOCCAL-LOCATION-TEXT.
           MOVE 13                           TO LOCCAL-LOCATION-LEN.
           MOVE WS-MAINT-CAL-ID              TO LOCCAL-CAL-ID.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE MAPPING AS IT EXISTS TODAY. AN ADD USES THIS TO      *
      * REJECT A DUPLICATE; CHANGE/DELETE USE IT TO CONFIRM THE ROW    *
      * EXISTS BEFORE ATTEMPTING THE UPDATE/DELETE.                    *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE SPACES                      TO WS-CURRENT-CAL-ID.

           EXEC SQL
                SELECT  LOCCAL_CAL_ID
                  INTO  :WS-CURRENT-CAL-ID
                  FROM Q.LOCCAL
                 WHERE LOCCAL_LOCATION = :LOCCAL-LOCATION
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               DISPLAY 'LOCMAINT - CURRENTLY MAPPED TO '
                        WS-CURRENT-CAL-ID
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * BASIC EDITS: A LOCATION IS REQUIRED, AN ADD MAY NOT DUPLICATE  *
      * AN EXISTING MAPPING, AND AN ADD/CHANGE MUST NAME A CALENDAR    *
      * THAT EXISTS. A LOCATION NO Q.ORG ROW CARRIES IS ONLY WARNED    *
      * ABOUT.                                                         *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-MAINT-LOCATION = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'LOCMAINT - REJECTED, LOCATION IS BLANK'
               GO TO 2500-EXIT
           END-IF.

           IF WS-ACTION-IS-ADD AND WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'LOCMAINT - ADD REJECTED, LOCATION ALREADY '
                       'MAPPED: ' WS-MAINT-LOCATION
           END-IF.

           IF WS-ACTION-IS-DELETE
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-CAL-ID = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'LOCMAINT - REJECTED, CAL-ID IS BLANK'
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2600-CHECK-CALENDAR-EXISTS
              THRU 2600-EXIT.

           MOVE ZEROES                      TO WS-ORG-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ORG-ROW-COUNT
                  FROM Q.ORG
                 WHERE LOCATION = :LOCCAL-LOCATION
           END-EXEC.

           IF SQLCODE = 0 AND WS-ORG-ROW-COUNT = ZERO
               DISPLAY 'LOCMAINT - WARNING, NO Q.ORG DEPARTMENT IS AT '
                       'LOCATION ' WS-MAINT-LOCATION
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2600-CHECK-CALENDAR-EXISTS                     *
      * 'STANDARD' ALWAYS EXISTS. ANY OTHER ID MUST HAVE AT LEAST ONE  *
      * T_BUS_HOLIDAY DATE OR T_BUS_HOL_RULE RULE - OTHERWISE DB2PGM   *
      * WOULD QUIETLY SKIP WEEKENDS ONLY FOR EVERY DEPARTMENT THERE.   *
      ******************************************************************
       2600-CHECK-CALENDAR-EXISTS.

           IF WS-MAINT-CAL-ID = 'STANDARD'
               GO TO 2600-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-CAL-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CAL-ROW-COUNT
                  FROM T_BUS_HOLIDAY
                 WHERE HOL_CAL_ID = :WS-MAINT-CAL-ID
           END-EXEC.

           IF SQLCODE = 0 AND WS-CAL-ROW-COUNT = ZERO
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CAL-ROW-COUNT
                      FROM T_BUS_HOL_RULE
                     WHERE HRU_CAL_ID = :WS-MAINT-CAL-ID
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'LOCMAINT - CALENDAR LOOKUP FAILED SQLCODE='
                        SQLCODE
               GO TO 2600-EXIT
           END-IF.

           IF WS-CAL-ROW-COUNT = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'LOCMAINT - REJECTED, NO HOLIDAY DATES OR '
                       'RULES FOR CALENDAR ' WS-MAINT-CAL-ID
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      ******************************************************************
       3100-ADD-ROW.

           EXEC SQL
                INSERT INTO Q.LOCCAL
                       ( LOCCAL_LOCATION
                       , LOCCAL_CAL_ID
                       , LOCCAL_CHG_USER
                       , LOCCAL_CHG_TS )
                VALUES ( :LOCCAL-LOCATION
                       , :LOCCAL-CAL-ID
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'LOCMAINT - ADD COMPLETE FOR LOCATION: '
                        WS-MAINT-LOCATION
           ELSE
               DISPLAY 'LOCMAINT - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      ******************************************************************
       3200-CHANGE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'LOCMAINT - CHANGE FAILED, NO ROW FOUND FOR '
                        WS-MAINT-LOCATION
               MOVE 8                       TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.LOCCAL
                   SET LOCCAL_CAL_ID   = :LOCCAL-CAL-ID
                     , LOCCAL_CHG_USER = USER
                     , LOCCAL_CHG_TS   = CURRENT TIMESTAMP
                 WHERE LOCCAL_LOCATION = :LOCCAL-LOCATION
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'LOCMAINT - CHANGE COMPLETE FOR LOCATION: '
                        WS-MAINT-LOCATION ' ' WS-CURRENT-CAL-ID
                        ' -> ' WS-MAINT-CAL-ID
           ELSE
               DISPLAY 'LOCMAINT - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      * THE LOCATION FALLS BACK TO 'STANDARD' FROM THE NEXT RUN.       *
      ******************************************************************
       3300-DELETE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'LOCMAINT - DELETE FAILED, NO ROW FOUND FOR '
                        WS-MAINT-LOCATION
               MOVE 8                       TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM Q.LOCCAL
                 WHERE LOCCAL_LOCATION = :LOCCAL-LOCATION
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'LOCMAINT - DELETE COMPLETE FOR LOCATION: '
                        WS-MAINT-LOCATION
           ELSE
               DISPLAY 'LOCMAINT - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3300-EXIT.
           EXIT.

       END PROGRAM LOCMAINT.
