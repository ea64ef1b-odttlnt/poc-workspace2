      *                   COLS 58-67  END-DATE  (YYYY-MM-DD)          *
      *                   COLS 68-80  JUSTIFICATION (CONTINUES THE    *
      *                               REASON; FIRST 13 BYTES)         *
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
      *                REPORT CHANGES NOTHING AND NEEDS NO TICKET.    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_APPRVD_CALLER (READ/INSERT/UPDATE)        *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  RE-REQUEST A CALLER ROW REVOKED BY F5748RCT *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ACM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.
           05  WS-EXPIRY-HORIZON-DAYS       PIC S9(09) USAGE COMP
                                                        VALUE 30.

           05  WS-CARD-EFF-DATE             PIC X(10) VALUE SPACES.
           05  WS-CARD-END-DATE             PIC X(10) VALUE SPACES.
           05  WS-CARD-JUSTIFICATION        PIC X(13) VALUE SPACES.
           05  FILLER                       PIC X(20) VALUE SPACES.
           05  WS-CARD-TICKET-NUM           PIC X(12) VALUE SPACES.
           05  WS-CARD-EMERG-CHG-NUM        PIC X(12) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-CHANGE-APPLIED-SW         PIC X(01) VALUE 'N'.
               88  WS-CHANGE-WAS-APPLIED              VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

       01  WS-REPORT-FIELDS.
           05  WS-RPT-EXPIRE-FLAG           PIC X(01) VALUE SPACE.
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-REQUEST
             OR WS-ACTION-IS-APPROVE
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-IS-REQUEST
                   PERFORM 2000-REQUEST-CALLER
                           'CARD: ' WS-CARD-ACTION
           END-EVALUATE.

           PERFORM 8500-LOG-CHANGE-CONTROL
              THRU 8500-EXIT.

           STOP RUN.
       0000-EXIT.
           EXIT.
           ACCEPT WS-CONTROL-CARD            FROM SYSIN.

           DISPLAY 'F5748ACM - ACTION=' WS-CARD-ACTION
                    ' SRC-APP=' WS-CARD-SRC-APP-NM
                    ' TICKET=' WS-CARD-TICKET-NUM.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * REQUEST AND APPROVE ARE CHANGES. F5748CGT REFUSES THE CARD IF  *
      * IT HAS NO CHANGE TICKET, OR NO EMERGENCY CHANGE NUMBER DURING  *
      * A CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF.               *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-CARD-ACTION              TO CGT-ACTION.
           MOVE WS-CARD-SRC-APP-NM          TO CGT-OBJECT-KEY.
           MOVE WS-CARD-TICKET-NUM          TO CGT-TICKET-NUM.
           MOVE WS-CARD-EMERG-CHG-NUM       TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748ACM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748ACM - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-REQUEST-CALLER                        *
      ******************************************************************
       2000-REQUEST-CALLER.
           END-EXEC.

           IF SQLCODE = 0
             AND NOT SAC-STATUS-IS-REVOKED
               DISPLAY 'F5748ACM - REQUEST REJECTED, A ROW ALREADY '
                       'EXISTS WITH STATUS ' SAC-STATUS
               GO TO 2000-EXIT
                  DELIMITED BY SIZE
                  INTO SAC-JUSTIFICATION.

           IF SQLCODE = 0
               PERFORM 2100-REREQUEST-REVOKED
                  THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_APPRVD_CALLER
                       ( SRC_APP_NM
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748ACM - REQUEST RECORDED IN PENDING '
                       'STATUS FOR ' WS-CARD-SRC-APP-NM
               DISPLAY 'F5748ACM - A SECOND USERID MUST APPROVE '
           EXIT.
      *
      ******************************************************************
      *                   2100-REREQUEST-REVOKED                       *
      * A ROW REVOKED BY THE ACCESS RECERTIFICATION GOES BACK TO       *
      * PENDING WITH THE NEW REQUESTER AND JUSTIFICATION, AND NEEDS    *
      * THE SAME SECOND-USERID APPROVAL AS A NEW ROW.                  *
      ******************************************************************
       2100-REREQUEST-REVOKED.

           EXEC SQL
                UPDATE T_UIS_APPRVD_CALLER
                   SET APPRVD_CALLER_DSCR = :WS-CARD-DSCR
                     , EFF_DATE           = :WS-CARD-EFF-DATE
                     , END_DATE           = :WS-CARD-END-DATE
                     , SAC_STATUS         = 'P'
                     , SAC_JUSTIFICATION  = :SAC-JUSTIFICATION
                     , SAC_RQST_USERID    = USER
                     , SAC_RQST_TS        = CURRENT TIMESTAMP
                     , SAC_APPRV_USERID   = ' '
                     , SAC_APPRV_TS       = CURRENT TIMESTAMP
                 WHERE SRC_APP_NM         = :WS-CARD-SRC-APP-NM
                   AND SAC_STATUS         = 'R'
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748ACM - REVOKED ROW RE-REQUESTED IN '
                       'PENDING STATUS FOR ' WS-CARD-SRC-APP-NM
               DISPLAY 'F5748ACM - A SECOND USERID MUST APPROVE '
                       'BEFORE 3060 HONORS THE ROW'
           ELSE
               DISPLAY 'F5748ACM - RE-REQUEST UPDATE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-APPROVE-CALLER                        *
      * THE UPDATE ONLY HITS A PENDING ROW REQUESTED BY A DIFFERENT    *
      * USERID, SO NOBODY CAN APPROVE THEIR OWN REQUEST.               *

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'F5748ACM - APPROVED: '
                            WS-CARD-SRC-APP-NM
               WHEN SQLCODE = 100
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
               DISPLAY 'F5748ACM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM F5748ACM.
