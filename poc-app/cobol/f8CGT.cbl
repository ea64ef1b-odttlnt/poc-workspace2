      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748CGT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748CGT:     CHANGE-CONTROL GATE FOR THE MAINTENANCE         *
      *                UTILITIES                                       *
      *                                                                *
      *  FUNCTION:     ROUTING, QUOTA, SLA, CALLER, WINDOW,            *
      *                DEPENDENCY, HOLIDAY, AND ORG CHANGES ALL GO IN  *
      *                THROUGH A CARD RUN AGAINST ONE OF F5748SFM,     *
      *                F5748QTM, F5748SLM, F5748ACM, F5748MWM,         *
      *                F5748DPM, HOLMAINT, OR ORGMAINT.                *
      *                EACH OF THEM CALLS THIS SUBPROGRAM SO THE SAME  *
      *                CHANGE-CONTROL RULES HOLD WHICHEVER ONE IS RUN: *
      *                                                                *
      *                EDIT - BEFORE THE CHANGE IS MADE:               *
      *                  - THE CARD MUST CARRY A CHANGE TICKET         *
      *                  - WHILE A T_UIS_CHANGE_FREEZE PERIOD COVERING *
      *                    THE UTILITY IS IN FORCE, THE CARD MUST ALSO *
      *                    CARRY AN EMERGENCY CHANGE NUMBER            *
      *                  A CARD FAILING EITHER RULE IS REFUSED AND THE *
      *                  REFUSAL RECORDED ON T_UIS_CHANGE_AUDIT. SO IS *
      *                  A CARD EDITED WHEN THE FREEZE CALENDAR CANNOT *
      *                  BE READ - NO FREEZE IS NEVER ASSUMED.         *
      *                LOG  - AFTER THE UTILITY HAS APPLIED THE        *
      *                  CHANGE: RECORDS IT ON T_UIS_CHANGE_AUDIT WITH *
      *                  THE TICKET, ANY EMERGENCY CHANGE NUMBER, AND  *
      *                  THE FREEZE IT WENT IN UNDER.                  *
      *                                                                *
      *                F5748CTR REPORTS THE AUDIT ROWS WEEKLY, GROUPED *
      *                BY CHANGE TICKET.                               *
      *                                                                *
      *  ENVIRONMENT:  SUBPROGRAM, BATCH. NO CICS SERVICES.            *
      *                                                                *
      *  PARAMETERS:   1. F5748CGA CHANGE-CONTROL GATE CALL AREA       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_CHANGE_FREEZE   (READ)                    *
      *                T_UIS_CHANGE_AUDIT    (INSERT)                  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  F5748DPM (DEPENDENCY REGISTRY) GATED TOO    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748CGT'.

      * THE FREEZE SELECTION - COPIED OUT OF THE CALL AREA.
       01  WS-SELECTION.
           05  WS-SEL-UTILITY-PGM           PIC X(08) VALUE SPACES.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_CHANGE_FREEZE
           EXEC SQL INCLUDE F5748CFZ     END-EXEC.

      * DCLGEN FOR T_UIS_CHANGE_AUDIT
           EXEC SQL INCLUDE F5748CAU     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748CGT WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.
      *
       PROCEDURE DIVISION USING CGT-CALL-AREA.
      ******************************************************************
       0000-BEGIN.

           MOVE ZEROES                      TO CGT-RETURN-CODE
                                               CGT-SQLCODE.
           MOVE SPACES                      TO CGT-MESSAGE.

           EVALUATE TRUE
               WHEN CGT-FUNCTION-IS-EDIT
                   MOVE SPACES              TO CGT-FREEZE-ID
                                               CGT-FREEZE-END-DATE
                   PERFORM 2000-EDIT-CHANGE
                      THRU 2000-EXIT
               WHEN CGT-FUNCTION-IS-LOG
                   SET CAU-CHANGE-APPLIED   TO TRUE
                   MOVE SPACES              TO CAU-REFUSE-RSN
                   PERFORM 8000-WRITE-AUDIT-ROW
                      THRU 8000-EXIT
               WHEN OTHER
                   MOVE 8                   TO CGT-RETURN-CODE
                   MOVE 'CHANGE GATE CALLED WITH AN UNKNOWN FUNCTION'
                                            TO CGT-MESSAGE
           END-EVALUATE.

       0000-RETURN.
           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2000-EDIT-CHANGE                        *
      * THE TICKET IS CHECKED FIRST - EVEN AN EMERGENCY CHANGE NEEDS   *
      * ONE. THEN THE FREEZE CALENDAR: NO FREEZE, OR A FREEZE AND AN   *
      * EMERGENCY CHANGE NUMBER, LETS THE CHANGE GO AHEAD.             *
      ******************************************************************
       2000-EDIT-CHANGE.

           IF CGT-TICKET-NUM = SPACES
               MOVE 8                       TO CGT-RETURN-CODE
               MOVE 'NO CHANGE TICKET ON THE CARD'
                                            TO CAU-REFUSE-RSN
               PERFORM 2900-REFUSE-CHANGE
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-FREEZE-CALENDAR
              THRU 2100-EXIT.

           IF CGT-RETURN-CODE NOT = 0
               MOVE 'FREEZE CALENDAR COULD NOT BE READ'
                                            TO CAU-REFUSE-RSN
               PERFORM 2900-REFUSE-CHANGE
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF CGT-FREEZE-ID = SPACES
               GO TO 2000-EXIT
           END-IF.

           IF CGT-EMERG-CHG-NUM = SPACES
               MOVE 8                       TO CGT-RETURN-CODE
               MOVE SPACES                  TO CAU-REFUSE-RSN
               STRING 'FREEZE ' CGT-FREEZE-ID
                      ', NO EMERGENCY CHG NUMBER'
                      DELIMITED BY SIZE INTO CAU-REFUSE-RSN
               PERFORM 2900-REFUSE-CHANGE
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           STRING 'EMERGENCY CHG ' CGT-EMERG-CHG-NUM
                  ' IN FREEZE ' CGT-FREEZE-ID
                  ' TO ' CGT-FREEZE-END-DATE
                  DELIMITED BY SIZE INTO CGT-MESSAGE.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-READ-FREEZE-CALENDAR                    *
      * A FREEZE IS IN FORCE FROM ITS START DATE THROUGH ITS END       *
      * DATE, FOR EVERY UTILITY (BLANK SCOPE) OR FOR THE ONE NAMED.    *
      * WHERE TWO OVERLAP THE ONE RUNNING LONGEST IS REPORTED.         *
      ******************************************************************
       2100-READ-FREEZE-CALENDAR.

           MOVE CGT-UTILITY-PGM             TO WS-SEL-UTILITY-PGM.

           EXEC SQL
                SELECT CFZ_FREEZE_ID, CHAR(CFZ_END_DATE, ISO)
                  INTO :CFZ-FREEZE-ID, :CFZ-END-DATE
                  FROM T_UIS_CHANGE_FREEZE
                 WHERE CFZ_START_DATE <= CURRENT DATE
                   AND CFZ_END_DATE   >= CURRENT DATE
                   AND CFZ_SCOPE_PGM IN ( ' ', :WS-SEL-UTILITY-PGM )
                 ORDER BY CFZ_END_DATE DESC
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE CFZ-FREEZE-ID       TO CGT-FREEZE-ID
                   MOVE CFZ-END-DATE        TO CGT-FREEZE-END-DATE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE 12                  TO CGT-RETURN-CODE
                   MOVE SQLCODE             TO CGT-SQLCODE
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2900-REFUSE-CHANGE                       *
      * THE REASON IS ALREADY IN CAU-REFUSE-RSN AND THE RETURN CODE    *
      * SET. TELL THE UTILITY WHY AND RECORD THE REFUSED CARD.         *
      ******************************************************************
       2900-REFUSE-CHANGE.

           SET CAU-CHANGE-REFUSED           TO TRUE.

           STRING 'CHANGE REFUSED - ' CAU-REFUSE-RSN
                  DELIMITED BY SIZE INTO CGT-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-ROW
              THRU 8000-EXIT.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-WRITE-AUDIT-ROW                      *
      * ONE T_UIS_CHANGE_AUDIT ROW FOR THE CARD. CAU-OUTCOME AND       *
      * CAU-REFUSE-RSN ARE SET BY THE CALLER OF THIS PARAGRAPH. A DB2  *
      * FAILURE IS RETURNED AS RC 12 - A CHANGE ALREADY APPLIED IS     *
      * NEVER UNDONE FOR IT, THE UTILITY ONLY REPORTS IT.              *
      ******************************************************************
       8000-WRITE-AUDIT-ROW.

           MOVE CGT-UTILITY-PGM             TO CAU-UTILITY-PGM.
           MOVE CGT-ACTION                  TO CAU-ACTION.
           MOVE CGT-OBJECT-KEY              TO CAU-OBJECT-KEY.
           MOVE CGT-TICKET-NUM              TO CAU-TICKET-NUM.
           MOVE CGT-EMERG-CHG-NUM           TO CAU-EMERG-CHG-NUM.
           MOVE CGT-FREEZE-ID               TO CAU-FREEZE-ID.
           MOVE CGT-CARD-USERID             TO CAU-CARD-USERID.

           EXEC SQL
                INSERT INTO T_UIS_CHANGE_AUDIT
                       ( CAU_CHANGE_TS
                       , CAU_UTILITY_PGM
                       , CAU_ACTION
                       , CAU_OBJECT_KEY
                       , CAU_TICKET_NUM
                       , CAU_EMERG_CHG_NUM
                       , CAU_FREEZE_ID
                       , CAU_OUTCOME
                       , CAU_REFUSE_RSN
                       , CAU_CARD_USERID
                       , CAU_RUN_USERID )
                VALUES ( CURRENT TIMESTAMP
                       , :CAU-UTILITY-PGM
                       , :CAU-ACTION
                       , :CAU-OBJECT-KEY
                       , :CAU-TICKET-NUM
                       , :CAU-EMERG-CHG-NUM
                       , :CAU-FREEZE-ID
                       , :CAU-OUTCOME
                       , :CAU-REFUSE-RSN
                       , :CAU-CARD-USERID
                       , USER )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 12                      TO CGT-RETURN-CODE
               MOVE SQLCODE                 TO CGT-SQLCODE
           END-IF.
           .
       8000-EXIT.
           EXIT.

       END PROGRAM F5748CGT.
