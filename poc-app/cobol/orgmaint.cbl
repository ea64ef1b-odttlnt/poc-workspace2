      *                   COLS 25-28  MANAGER                         *
      *                   COLS 29-38  DIVISION                        *
      *                   COLS 39-51  LOCATION                        *
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
      *  DB2 TABLES:   Q.ORG (READ/INSERT/UPDATE/DELETE)               *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    DEPTNAME/MANAGER/DIVISION/LOCATION ARE ALL  *
      *                    NULLABLE PER ORG.CPY AND WERE ABENDING THE  *
      *                    SELECT WITH SQLCODE -305 WHEN NULL          *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'ORGMAINT'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
           05  WS-MAINT-MANAGER             PIC X(04) VALUE SPACES.
           05  WS-MAINT-DIVISION            PIC X(10) VALUE SPACES.
           05  WS-MAINT-LOCATION            PIC X(13) VALUE SPACES.
           05  FILLER                       PIC X(49) VALUE SPACES.
           05  WS-MAINT-TICKET-NUM          PIC X(12) VALUE SPACES.
           05  WS-MAINT-EMERG-CHG-NUM       PIC X(12) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-DEPTNUMB-NUM              PIC S9(4) USAGE COMP.
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
               DISPLAY 'ORGMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION

           DISPLAY 'ORGMAINT - ACTION=' WS-MAINT-ACTION
                    ' DEPTNUMB=' WS-MAINT-DEPTNUMB
                    ' MANAGER=' WS-MAINT-MANAGER
                    ' TICKET=' WS-MAINT-TICKET-NUM.
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
           MOVE WS-MAINT-DEPTNUMB           TO CGT-OBJECT-KEY.
           MOVE WS-MAINT-TICKET-NUM         TO CGT-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'ORGMAINT - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'ORGMAINT - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE ROW AS IT EXISTS TODAY. AN ADD USES THIS TO REJECT   *
      * A DUPLICATE DEPTNUMB; CHANGE/DELETE USE IT TO CONFIRM THE ROW  *
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'ORGMAINT - ADD COMPLETE FOR DEPTNUMB: '
                        WS-MAINT-DEPTNUMB
           ELSE
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'ORGMAINT - CHANGE COMPLETE FOR DEPTNUMB: '
                            WS-MAINT-DEPTNUMB
               ELSE
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'ORGMAINT - DELETE COMPLETE FOR DEPTNUMB: '
                            WS-MAINT-DEPTNUMB
               ELSE
           END-IF.
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
               DISPLAY 'ORGMAINT - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.
