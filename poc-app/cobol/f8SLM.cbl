      *                   COLS 01-06  ACTION    (ADD/CHANGE/DELETE)   *
      *                   COLS 07-10  SRV-FN-CD                       *
      *                   COLS 11-17  TARGET-MS (ZERO-FILLED)         *
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
      *  DB2 TABLES:   T_UIS_SRV_SLA (READ/INSERT/UPDATE/DELETE)       *
      *                T_UIS_SRV_FN_PGM (READ)                         *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748SLM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
           05  WS-MAINT-TARGET-MS           PIC X(07) VALUE SPACES.
           05  WS-MAINT-TARGET-NUM REDEFINES WS-MAINT-TARGET-MS
                                            PIC 9(07).
           05  FILLER                       PIC X(83) VALUE SPACES.
           05  WS-MAINT-TICKET-NUM          PIC X(12) VALUE SPACES.
           05  WS-MAINT-EMERG-CHG-NUM       PIC X(12) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-SRV-FN-COUNT              PIC S9(09) USAGE COMP.
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
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   STOP RUN
               END-IF

               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

                              THRU 3300-EXIT
                   END-EVALUATE
               END-IF

               PERFORM 8500-LOG-CHANGE-CONTROL
                  THRU 8500-EXIT
           ELSE
               DISPLAY 'F5748SLM - INVALID ACTION ON MAINTENANCE '
                       'CARD: ' WS-MAINT-ACTION

           DISPLAY 'F5748SLM - ACTION=' WS-MAINT-ACTION
                    ' SRVFUNC=' WS-MAINT-SRV-FN-CD
                    ' TARGET-MS=' WS-MAINT-TARGET-MS
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
           MOVE WS-MAINT-SRV-FN-CD          TO CGT-OBJECT-KEY.
           MOVE WS-MAINT-TICKET-NUM         TO CGT-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748SLM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748SLM - CHANGE GATE DB2 FAILURE '
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
      ******************************************************************
       2000-READ-CURRENT-ROW.
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748SLM - ADD COMPLETE: ' WS-MAINT-SRV-FN-CD
                        ' TARGET=' WS-MAINT-TARGET-MS ' MS'
           ELSE
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'F5748SLM - CHANGE COMPLETE: '
                            WS-MAINT-SRV-FN-CD
                            ' TARGET=' WS-MAINT-TARGET-MS ' MS'
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'F5748SLM - DELETE COMPLETE FOR '
                            WS-MAINT-SRV-FN-CD
               ELSE
           .
       3300-EXIT.
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
               DISPLAY 'F5748SLM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM F5748SLM.
