      *                             REPEATED TO THE SECOND QUEUE       *
      *                             (UIS.MONITOR.ESCALATE.QUEUE) AND   *
      *                             FLAGGED SO IT ESCALATES ONCE.      *
      *                             THE AGE CLOCK STOPS OVER WHOLE     *
      *                             NON-BUSINESS DAYS (STANDARD        *
      *                             CALENDAR, VIA DB2PGM): EACH ONE    *
      *                             BETWEEN THE ALERT'S FIRST DAY AND  *
      *                             TODAY TAKES 1440 MINUTES OFF ITS   *
      *                             ELAPSED AGE.                       *
      *                  HANDOVER - SHIFT-HANDOVER REPORT OF           *
      *                             EVERYTHING STILL OPEN OR ONLY      *
      *                             ACKNOWLEDGED.                      *
      *                           NOTE         (92-151, ACK)           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_ALERT (READ/UPDATE)                       *
      *                T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  ESCALATE AGES ALERTS IN BUSINESS TIME - NON-*
      *                    BUSINESS DAYS (DB2PGM) NO LONGER COUNT      *
      *                    TOWARD THE ESCALATION AGE                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748AWK'.
           05  WS-MQ-OPTION-OUTPUT          PIC S9(09) COMP
                                             VALUE 16.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.
           05  WS-MINUTES-PER-DAY           PIC S9(09) COMP
                                             VALUE 1440.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. ONLY THE
      * BUSINESS-DAY COUNT IS USED HERE: FROM THE ALERT'S FIRST DAY TO
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

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION               PIC X(08) VALUE SPACES.
       01  WS-WORKING-FIELDS.
           05  WS-AGE-MINUTES-NUM           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-FIRST-DATE                PIC X(10) VALUE SPACES.
           05  WS-ELAPSED-MINUTES           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ELAPSED-DAYS              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BUS-MINUTES               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-ESCALATED-COUNT           PIC 9(05) VALUE ZEROES.
      * DCLGEN FOR T_UIS_ALERT
           EXEC SQL INCLUDE F5748ALT     END-EXEC.

      * OPEN LEVEL-3 ALERTS PAST THE ESCALATION AGE BY THE WALL CLOCK,
      * NOT YET ESCALATED - THE ESCALATE SWEEP'S WORKLIST. 4100 TAKES
      * THE NON-BUSINESS DAYS OFF EACH ONE'S ELAPSED MINUTES AND SKIPS
      * THOSE THAT ARE THEN STILL UNDER THE AGE.
           EXEC SQL
                DECLARE ESC-CSR CURSOR FOR
                SELECT ALR_SRV_PGM_NM, ALR_ALERT_DATE,
                       ALR_REPEAT_COUNT, ALR_ALERT_TEXT,
                       CHAR(DATE(ALR_FIRST_TS), ISO),
                       (DAYS(CURRENT TIMESTAMP) - DAYS(ALR_FIRST_TS))
                          * 1440
                     + (MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                        - MIDNIGHT_SECONDS(ALR_FIRST_TS)) / 60,
                       DAYS(CURRENT DATE) - DAYS(ALR_FIRST_TS)
                  FROM T_UIS_ALERT
                 WHERE ALR_WORK_STATUS   = 'O'
                   AND ALR_ESCALATION_LVL = 3

           MOVE WS-CARD-QMGR                 TO WS-MQ-QMGR.

           EXEC SQL
                SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           EXEC SQL
                OPEN ESC-CSR
           END-EXEC.
      *
      ******************************************************************
      *                    4100-ESCALATE-ONE-ALERT                     *
      * BUSINESS-TIME AGE = ELAPSED MINUTES LESS 1440 FOR EVERY DAY    *
      * AFTER THE FIRST DAY, UP TO AND INCLUDING TODAY, THAT IS NOT A  *
      * BUSINESS DAY. IF DB2PGM CANNOT ANSWER, THE WALL-CLOCK AGE      *
      * STANDS - BETTER A NEEDLESS ESCALATION THAN A MISSED ONE.       *
      ******************************************************************
       4100-ESCALATE-ONE-ALERT.

           EXEC SQL
                FETCH ESC-CSR
                INTO  :ALR-SRV-PGM-NM, :ALR-ALERT-DATE,
                      :ALR-REPEAT-COUNT, :ALR-ALERT-TEXT,
                      :WS-FIRST-DATE, :WS-ELAPSED-MINUTES,
                      :WS-ELAPSED-DAYS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-ELAPSED-MINUTES           TO WS-BUS-MINUTES.
           MOVE WS-FIRST-DATE                TO WS-LK-ARITH-FROM-DATE.
           MOVE WS-TODAY-DATE                TO WS-LK-ARITH-TO-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE = ZERO
              AND WS-LK-ARITH-RESULT = 'A'
               COMPUTE WS-BUS-MINUTES = WS-ELAPSED-MINUTES
                     - (WS-ELAPSED-DAYS - WS-LK-ARITH-BUS-DAYS)
                     * WS-MINUTES-PER-DAY
           END-IF.

           IF WS-BUS-MINUTES NOT > WS-AGE-MINUTES-NUM
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                       TO WS-MQ-ALERT-MSG.
           STRING 'F5748AWK ESCALATION - UNACKNOWLEDGED LEVEL-3 '
                  'ALERT FOR ' ALR-SRV-PGM-NM
