      *                   COLS 33-51  END   (YYYY-MM-DD-HH.MM.SS)      *
      *                   COLS 53-82  DESCRIPTION                      *
      *                   COLS 84-91  REQUESTING USERID                *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED)        *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER         *
      *                               (REQUIRED DURING A CHANGE        *
      *                               FREEZE)                          *
      *                                                                *
      *                F5748CGT REFUSES A CARD WITHOUT A TICKET, OR    *
      *                ONE WITHOUT AN EMERGENCY CHANGE NUMBER WHILE A  *
      *                T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE (RETURN  *
      *                CODE 8), AND RECORDS EVERY REFUSED OR APPLIED   *
      *                CARD ON T_UIS_CHANGE_AUDIT.                     *
      *                LIST CHANGES NOTHING AND NEEDS NO TICKET.       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_MAINT_WINDOW (READ/INSERT/UPDATE)         *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748MWM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.
      * NO WINDOW MAY RUN LONGER THAN THIS - THE POINT OF THE
      * CALENDAR IS THAT NOTHING STAYS CLOSED BY ACCIDENT.
           05  WS-MAX-WINDOW-HOURS          PIC S9(09) USAGE COMP
           05  WS-CARD-DSCR                 PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-USERID               PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(09) VALUE SPACES.
           05  WS-CARD-TICKET-NUM           PIC X(12) VALUE SPACES.
           05  WS-CARD-EMERG-CHG-NUM        PIC X(12) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-START-TS                  PIC X(26) VALUE SPACES.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-CHANGE-APPLIED-SW         PIC X(01) VALUE 'N'.
               88  WS-CHANGE-WAS-APPLIED              VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

      ******************************************************************
      *                                                                *

           DISPLAY 'F5748MWM - ACTION=' WS-CARD-ACTION
                    ' FUNCTION=' WS-CARD-SRV-FN-CD
                    ' BY=' WS-CARD-USERID
                    ' TICKET=' WS-CARD-TICKET-NUM.

           IF WS-ACTION-ADD
             OR WS-ACTION-CANCEL
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM 8500-LOG-CHANGE-CONTROL
              THRU 8500-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * ADD AND CANCEL ARE CHANGES. F5748CGT REFUSES THE CARD IF IT    *
      * HAS NO CHANGE TICKET, OR NO EMERGENCY CHANGE NUMBER DURING A   *
      * CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF.                 *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-CARD-ACTION              TO CGT-ACTION.
           MOVE WS-CARD-SRV-FN-CD           TO CGT-OBJECT-KEY.
           MOVE WS-CARD-USERID              TO CGT-CARD-USERID.
           MOVE WS-CARD-TICKET-NUM          TO CGT-TICKET-NUM.
           MOVE WS-CARD-EMERG-CHG-NUM       TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748MWM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748MWM - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2000-ADD-WINDOW                         *
      ******************************************************************
       2000-ADD-WINDOW.
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748MWM - WINDOW SCHEDULED FOR '
                        WS-CARD-SRV-FN-CD
                       ' FROM ' WS-CARD-START-TS

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3)               TO WS-CANCELLED-COUNT
               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
               END-IF
               DISPLAY 'F5748MWM - ' WS-CANCELLED-COUNT
                       ' WINDOW(S) ENDED FOR ' WS-CARD-SRV-FN-CD
           ELSE
           .
       4100-EXIT.
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
               DISPLAY 'F5748MWM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM F5748MWM.
