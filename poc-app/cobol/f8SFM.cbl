      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE/    *
      *                               CANARY/DEPREC/UNDEP/CACHE/      *
      *                               EVENT)                          *
      *                   COLS 07-10  SRV-FN-CD                       *
      *                   COLS 11-18  SRV-PGM-NM                      *
      *                   COLS 19-19  CUST-NUM-VLD-RQR-IND            *
      *                   COLS 79-79  FORCE FLAG ('F' = SUPERVISOR    *
      *                               OVERRIDE OF THE CERTIFICATE     *
      *                               REQUIREMENT)                    *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED)       *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER        *
      *                               (REQUIRED DURING A CHANGE       *
      *                               FREEZE)                         *
      *                                                                *
      *                EVERY ACTION'S CARD CARRIES THE CHANGE TICKET  *
      *                AND EMERGENCY CHANGE NUMBER IN COLS 101-124.   *
      *                F5748CGT REFUSES A CARD WITHOUT A TICKET, OR   *
      *                ONE WITHOUT AN EMERGENCY CHANGE NUMBER WHILE A *
      *                T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE (RETURN *
      *                CODE 8), AND RECORDS EVERY REFUSED OR APPLIED  *
      *                CARD ON T_UIS_CHANGE_AUDIT. THE TICKET IS ALSO *
      *                STAMPED ON THE T_UIS_SRV_FN_LOG ROW.           *
      *                                                                *
      *                FOR ACTION DEPREC THE SUNSET DATE RIDES IN THE *
      *                EFF-DATE COLUMNS (50-59); UNDEP CLEARS THE     *
      *                   COLS 14-18  TTL SECONDS (ZERO-FILLED)       *
      *                   COLS 70-77  REQUESTING USERID               *
      *                                                                *
      *                FOR ACTION EVENT THE CARD IS REINTERPRETED:    *
      *                   COLS 11-14  CHANGE EVENT TYPE THE FUNCTION  *
      *                               RAISES ON A SUCCESSFUL UPDATE   *
      *                               (CNTC/HHLD, BLANK FOR NONE)     *
      *                   COLS 70-77  REQUESTING USERID               *
      *                                                                *
      *                FOR ACTION CANARY THE CARD IS REINTERPRETED:   *
      *                   COLS 11-18  CANDIDATE PROGRAM NAME (BLANK   *
      *                               TO CLEAR THE CANARY)            *
      *                                                                *
      *  DB2 TABLES:   T_UIS_SRV_FN_PGM (READ/UPDATE)                  *
      *                T_UIS_SRV_FN_LOG (INSERT)                       *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    THE SUPERVISOR FORCE FLAG IS SET            *
      *  2026-09-02 UISAD  CACHE ACTION - CACHEABLE FLAG AND TTL PER   *
      *                    FUNCTION ROW FOR THE REPLY CACHE            *
      *  2026-10-15 UISAD  EVENT ACTION - THE CHANGE EVENT TYPE A      *
      *                    FUNCTION RAISES FOR F5748ENP SUBSCRIBERS    *
      *  2026-10-15 UISAD  CHANGE TICKET AND EMERGENCY CHANGE NUMBER   *
      *                    ON THE CARD (COLS 101-124), CHECKED AGAINST *
      *                    THE CHANGE-FREEZE CALENDAR BY F5748CGT AND  *
      *                    RECORDED ON T_UIS_CHANGE_AUDIT AND          *
      *                    T_UIS_SRV_FN_LOG                            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748SFM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-DEPREC                VALUE 'DEPREC'.
               88  WS-ACTION-IS-UNDEP                 VALUE 'UNDEP'.
               88  WS-ACTION-IS-CACHE                 VALUE 'CACHE'.
               88  WS-ACTION-IS-EVENT                 VALUE 'EVENT'.
               88  WS-ACTION-IS-VALID
                           VALUE 'ADD' 'CHANGE' 'DELETE' 'CANARY'
                                 'DEPREC' 'UNDEP' 'CACHE' 'EVENT'.
           05  WS-MAINT-SRV-FN-CD           PIC X(04) VALUE SPACES.
           05  WS-MAINT-SRV-PGM-NM          PIC X(08) VALUE SPACES.
           05  WS-MAINT-CUST-VLD-IND        PIC X(01) VALUE SPACES.
           05  WS-MAINT-SENSITIVE-IND       PIC X(01) VALUE SPACES.
           05  WS-MAINT-FORCE-IND           PIC X(01) VALUE SPACE.
               88  WS-CERT-CHECK-FORCED               VALUE 'F'.
           05  FILLER                       PIC X(21) VALUE SPACES.
           05  WS-MAINT-TICKET-NUM          PIC X(12) VALUE SPACES.
           05  WS-MAINT-EMERG-CHG-NUM       PIC X(12) VALUE SPACES.

      * THE CANARY CARD VIEW OF THE SAME COLUMNS - COLS 11-18 CARRY
      * THE CANDIDATE PROGRAM, 20-22 THE PERCENT, 24-26 THE MARGIN.
           05  WS-CACHE-USERID              PIC X(08).
           05  FILLER                       PIC X(01).

      * THE EVENT CARD VIEW - COLS 11-14 CARRY THE EVENT TYPE.
       01  WS-EVENT-CARD REDEFINES WS-MAINT-CARD.
           05  FILLER                       PIC X(06).
           05  WS-EVENT-SRV-FN-CD           PIC X(04).
           05  WS-EVENT-TYPE                PIC X(04).
               88  WS-EVENT-TYPE-VALID                VALUE 'CNTC'
                                                            'HHLD'
                                                            SPACES.
           05  FILLER                       PIC X(55).
           05  WS-EVENT-USERID              PIC X(08).
           05  FILLER                       PIC X(01).

       01  WS-CANARY-FIELDS.
           05  WS-CANARY-PCT-NUM            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-CERT-OK-SW                PIC X(01) VALUE 'N'.
               88  WS-CERT-IS-CURRENT                 VALUE 'Y'.
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
                   GOBACK
               END-IF

               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

                   WHEN WS-ACTION-IS-CACHE
                      PERFORM 3600-SET-CACHEABLE
                         THRU 3600-EXIT
                   WHEN WS-ACTION-IS-EVENT
                      PERFORM 3700-SET-EVENT-TYPE
                         THRU 3700-EXIT
               END-EVALUATE

               PERFORM 8500-LOG-CHANGE-CONTROL
                  THRU 8500-EXIT
           ELSE
               DISPLAY 'F5748SFM - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION

           DISPLAY 'F5748SFM - ACTION=' WS-MAINT-ACTION
                    ' SRVFUNC=' WS-MAINT-SRV-FN-CD
                    ' USERID=' WS-MAINT-USERID
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
           MOVE WS-MAINT-USERID             TO CGT-CARD-USERID.
           MOVE WS-MAINT-TICKET-NUM         TO CGT-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748SFM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748SFM - CHANGE GATE DB2 FAILURE '
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
      * READS THE ROW AS IT EXISTS TODAY SO THE BEFORE IMAGE CAN BE    *
      * WRITTEN TO THE CHANGE LOG NO MATTER WHAT ACTION IS TAKEN.      *
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   MOVE SPACES               TO SFL-OLD-PGM-NM
                                                 SFL-OLD-DSCR
                                                 SFL-OLD-CUST-VLD-IND
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   MOVE UIS-SRV-PGM-NM       TO SFL-OLD-PGM-NM
                   MOVE UIS-SRV-DSCR         TO SFL-OLD-DSCR
                   MOVE CUST-NUM-VLD-RQR-IND TO SFL-OLD-CUST-VLD-IND
               END-EXEC

               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   MOVE UIS-SRV-PGM-NM       TO SFL-OLD-PGM-NM
                   MOVE UIS-SRV-DSCR         TO SFL-OLD-DSCR
                   MOVE CUST-NUM-VLD-RQR-IND TO SFL-OLD-CUST-VLD-IND
               GO TO 3400-EXIT
           END-IF.

           SET WS-CHANGE-WAS-APPLIED        TO TRUE.

           DISPLAY 'F5748SFM - CANARY SET FOR ' WS-MAINT-SRV-FN-CD
                   ' CANDIDATE=' WS-CANARY-PGM-NM
                   ' PCT=' WS-CANARY-PCT

           MOVE WS-MAINT-SRV-FN-CD          TO SFL-SRV-FN-CD.
           MOVE WS-CANARY-USERID            TO SFL-CHANGE-USERID.
           MOVE WS-MAINT-TICKET-NUM         TO SFL-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO SFL-EMERG-CHG-NUM.

           EXEC SQL
                SET :SFL-CHANGE-TS = CURRENT TIMESTAMP
                       , SFL_OLD_END_DATE
                       , SFL_NEW_END_DATE
                       , SFL_OLD_SENSITIVE_IND
                       , SFL_NEW_SENSITIVE_IND
                       , SFL_TICKET_NUM
                       , SFL_EMERG_CHG_NUM )
                VALUES ( :SFL-SRV-FN-CD
                       , :SFL-CHANGE-TS
                       , :SFL-CHANGE-USERID
                       , :SFL-OLD-END-DATE
                       , :SFL-NEW-END-DATE
                       , :SFL-OLD-SENSITIVE-IND
                       , :SFL-NEW-SENSITIVE-IND
                       , :SFL-TICKET-NUM
                       , :SFL-EMERG-CHG-NUM )
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3500-EXIT
           END-IF.

           SET WS-CHANGE-WAS-APPLIED        TO TRUE.

           DISPLAY 'F5748SFM - ' WS-MAINT-ACTION ' APPLIED TO '
                    WS-MAINT-SRV-FN-CD ' SUNSET=' WS-MAINT-EFF-DATE.

           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748SFM - CACHE SETTING APPLIED TO '
                        WS-MAINT-SRV-FN-CD
                       ' FLAG=' WS-CACHE-FLAG
           EXIT.
      *
      ******************************************************************
      *                     3700-SET-EVENT-TYPE                        *
      * SETS THE CHANGE EVENT TYPE F5748I00 (9680) RAISES TO THE       *
      * T_UIS_EVENT_SUB SUBSCRIBERS WHEN AN UPDATE THROUGH THIS        *
      * FUNCTION SUCCEEDS. MERGE AND SEGMENT-TRANSFER EVENTS COME FROM *
      * THE BATCH PROGRAMS THAT MAKE THOSE CHANGES AND ARE NOT SET     *
      * HERE.                                                          *
      ******************************************************************
       3700-SET-EVENT-TYPE.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'F5748SFM - EVENT FAILED, NO ROW FOUND FOR '
                        WS-MAINT-SRV-FN-CD
               GO TO 3700-EXIT
           END-IF.

           IF NOT WS-EVENT-TYPE-VALID
               DISPLAY 'F5748SFM - EVENT TYPE MUST BE CNTC, HHLD OR '
                       'BLANK'
               GO TO 3700-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_SRV_FN_PGM
                   SET UIS_SRV_EVENT_TYPE = :WS-EVENT-TYPE
                 WHERE UIS_SRV_FN_CD      = :WS-MAINT-SRV-FN-CD
           END-EXEC.

           IF SQLCODE = 0
               SET WS-CHANGE-WAS-APPLIED    TO TRUE
               DISPLAY 'F5748SFM - EVENT TYPE APPLIED TO '
                        WS-MAINT-SRV-FN-CD
                       ' EVENT=' WS-EVENT-TYPE
           ELSE
               DISPLAY 'F5748SFM - EVENT UPDATE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       3700-EXIT.
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
               DISPLAY 'F5748SFM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-WRITE-CHANGE-LOG                       *
      * COMMON AUDIT-ROW WRITER SHARED BY ADD/CHANGE/DELETE. THE OLD-  *
      * SIDE FIELDS ARE FILLED BY THE CALLER BEFORE THIS IS PERFORMED. *

           MOVE WS-MAINT-SRV-FN-CD          TO SFL-SRV-FN-CD.
           MOVE WS-MAINT-USERID             TO SFL-CHANGE-USERID.
           MOVE WS-MAINT-TICKET-NUM         TO SFL-TICKET-NUM.
           MOVE WS-MAINT-EMERG-CHG-NUM      TO SFL-EMERG-CHG-NUM.

           IF NOT SFL-CHANGE-IS-DELETE
            AND NOT WS-ACTION-IS-DEPREC
                       , SFL_OLD_END_DATE
                       , SFL_NEW_END_DATE
                       , SFL_OLD_SENSITIVE_IND
                       , SFL_NEW_SENSITIVE_IND
                       , SFL_TICKET_NUM
                       , SFL_EMERG_CHG_NUM )
                VALUES ( :SFL-SRV-FN-CD
                       , :SFL-CHANGE-TS
                       , :SFL-CHANGE-USERID
                       , :SFL-OLD-END-DATE
                       , :SFL-NEW-END-DATE
                       , :SFL-OLD-SENSITIVE-IND
                       , :SFL-NEW-SENSITIVE-IND
                       , :SFL-TICKET-NUM
                       , :SFL-EMERG-CHG-NUM )
           END-EXEC.

           IF SQLCODE NOT = 0
