      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748FAW.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748FAW:     INBOUND FEED ARRIVAL WATCH                      *
      *                                                                *
      *  FUNCTION:     F5748FEV CHECKS A FEED'S ENVELOPE ONLY ONCE THE *
      *                LOADER RUNS - A CUSTEXT, SEGXFER, BULKIN,       *
      *                AGENCY INTAKE, OR HR DEPARTMENT FILE THAT NEVER *
      *                ARRIVED WENT UNNOTICED UNTIL F5748REC OR        *
      *                ORGRECON FAILED HOURS LATER. THIS JOB WATCHES   *
      *                T_UIS_FEED_SCHED, THE EXPECTED-ARRIVAL          *
      *                SCHEDULE PER FEED ID:                           *
      *                                                                *
      *                WATCH MODE (SCHEDULED EVERY FEW MINUTES) -      *
      *                FOR EVERY ACTIVE FEED DUE TODAY (ITS WEEKDAY    *
      *                BYTE IS 'Y' AND, WHEN ASKED, TODAY IS A         *
      *                BUSINESS DAY ON ITS CALENDAR) THE FEED HAS      *
      *                ARRIVED WHEN F5748FEV ACCEPTED AN ENVELOPE FOR  *
      *                IT IN THE 24 HOURS BEFORE ITS DEADLINE          *
      *                (T_UIS_FEED_CTL) OR ITS LANDING DATASET IS      *
      *                CATALOGED. A FEED STILL MISSING PAST ITS        *
      *                LATEST ARRIVAL TIME RAISES A T_UIS_ALERT ROW    *
      *                UNDER THE FEED ID (FUNCTION CODE 'FEED') AT THE *
      *                SCHEDULE'S LEVEL, SO IT IS WORKED AND ESCALATED *
      *                BY F5748AWK LIKE ANY OTHER ALERT; EACH LATER    *
      *                PASS THAT STILL FINDS IT MISSING ROLLS UP INTO  *
      *                THE SAME ROW. THE DAY'S STATE PER FEED IS KEPT  *
      *                ON T_UIS_FEED_ARRIVAL.                          *
      *                                                                *
      *                LOG MODE (ONCE A DAY) - PRINTS THE FEED-ARRIVAL *
      *                LOG FOR A DATE: EVERY FEED DUE, ITS DEADLINE,   *
      *                WHEN IT ARRIVED AND ON WHAT EVIDENCE, AND       *
      *                WHETHER IT WAS ALERTED.                         *
      *                                                                *
      *                THE CATALOG PROBE IS A DYNAMIC ALLOCATION OF    *
      *                THE LANDING DATASET (BPXWDYN, DISP SHR), FREED  *
      *                AT ONCE. A DATASET ANOTHER JOB STILL HOLDS      *
      *                EXCLUSIVELY (A TRANSFER IN PROGRESS) IS 'IN     *
      *                USE' AND HAS NOT ARRIVED YET.                   *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - MODE     (01-05 WATCH/LOG)           *
      *                           LOG DATE (07-16 YYYY-MM-DD, LOG;     *
      *                                     SPACES = TODAY)            *
      *                                                                *
      *  DB2 TABLES:   T_UIS_FEED_SCHED   (READ)                       *
      *                T_UIS_FEED_CTL     (READ)                       *
      *                T_UIS_FEED_ARRIVAL (READ/INSERT/UPDATE)         *
      *                T_UIS_ALERT        (READ/INSERT/UPDATE)         *
      *                T_BUS_HOLIDAY      (READ, VIA DB2PGM)           *
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

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748FAW'.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.
           05  WS-DYNALLOC-PGM              PIC X(08) VALUE 'BPXWDYN'.
           05  WS-ALERT-FN-CD               PIC X(04) VALUE 'FEED'.
      * DYNAMIC ALLOCATION ERROR CODES (HIGH HALFWORD OF THE BPXWDYN
      * RETURN CODE): X'1708' NOT IN CATALOG, X'0210' DATASET IN USE.
           05  WS-DYN-ERR-NOT-CATLG         PIC S9(09) COMP
                                             VALUE 5896.
           05  WS-DYN-ERR-IN-USE            PIC S9(09) COMP
                                             VALUE 528.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. ONLY THE
      * KEYED-DATE CHECK IS USED HERE: IS TODAY A BUSINESS DAY ON THE
      * FEED'S CALENDAR.
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

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                 PIC X(05) VALUE SPACES.
               88  WS-MODE-WATCH                      VALUE 'WATCH'.
               88  WS-MODE-LOG                        VALUE 'LOG'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-LOG-DATE             PIC X(10) VALUE SPACES.

      * BPXWDYN TAKES A HALFWORD-LENGTH-PREFIXED REQUEST STRING.
       01  WS-DYN-REQUEST.
           05  WS-DYN-REQ-LEN               PIC S9(04) COMP VALUE ZERO.
           05  WS-DYN-REQ-TEXT              PIC X(80) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-TODAY-DOW                 PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PAST-DUE-SW               PIC X(01) VALUE 'N'.
               88  WS-FEED-IS-PAST-DUE                VALUE 'Y'.
           05  WS-DUE-TS                    PIC X(26) VALUE SPACES.
           05  WS-ARRIVED-TS                PIC X(26) VALUE SPACES.
           05  WS-ARRIVED-TS-IND            PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ARRIVED-LATE-SW           PIC X(01) VALUE 'N'.
               88  WS-ARRIVED-AFTER-DUE               VALUE 'Y'.
           05  WS-DYN-RC                    PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DYN-ERR                   PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ALERT-CORREL-ID           PIC X(50) VALUE SPACES.
           05  WS-ALERT-TEXT                PIC X(200) VALUE SPACES.
           05  WS-ARRIVED-DSP               PIC X(08) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-FEEDS-READ                PIC 9(05) VALUE ZEROES.
           05  WS-FEEDS-NOT-DUE             PIC 9(05) VALUE ZEROES.
           05  WS-FEEDS-ARRIVED             PIC 9(05) VALUE ZEROES.
           05  WS-FEEDS-PENDING             PIC 9(05) VALUE ZEROES.
           05  WS-FEEDS-LATE                PIC 9(05) VALUE ZEROES.
           05  WS-ALERTS-RAISED             PIC 9(05) VALUE ZEROES.
           05  WS-ALERTS-ROLLED-UP          PIC 9(05) VALUE ZEROES.
           05  WS-LOG-LINES                 PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-DUE-TODAY-SW              PIC X(01) VALUE 'N'.
               88  WS-FEED-DUE-TODAY                  VALUE 'Y'.
           05  WS-ARRIVAL-ROW-SW            PIC X(01) VALUE 'N'.
               88  WS-ARRIVAL-ROW-EXISTS              VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_FEED_SCHED
           EXEC SQL INCLUDE F5748FAS     END-EXEC.

      * DCLGEN FOR T_UIS_FEED_ARRIVAL
           EXEC SQL INCLUDE F5748FAR     END-EXEC.

      * DCLGEN FOR T_UIS_FEED_CTL
           EXEC SQL INCLUDE F5748FDC     END-EXEC.

      * DCLGEN FOR T_UIS_ALERT
           EXEC SQL INCLUDE F5748ALT     END-EXEC.

      * THE ACTIVE SCHEDULE, WITH TODAY'S DEADLINE AND WHETHER IT HAS
      * PASSED WORKED OUT BY DB2.
           EXEC SQL
                DECLARE SCHED-CSR CURSOR FOR
                SELECT FAS_FEED_ID, FAS_FEED_DESC,
                       FAS_DUE_DAYS, FAS_BUS_DAY_IND,
                       FAS_CALENDAR_ID, FAS_DSN, FAS_ALERT_LVL,
                       CHAR(TIMESTAMP(CURRENT DATE, FAS_LATEST_TIME)),
                       CASE WHEN CURRENT TIMESTAMP >
                                 TIMESTAMP(CURRENT DATE,
                                           FAS_LATEST_TIME)
                            THEN 'Y' ELSE 'N' END
                  FROM T_UIS_FEED_SCHED
                 WHERE FAS_ACTIVE_IND = 'Y'
                 ORDER BY FAS_LATEST_TIME, FAS_FEED_ID
           END-EXEC.

      * THE DAILY FEED-ARRIVAL LOG, IN DEADLINE ORDER.
           EXEC SQL
                DECLARE LOG-CSR CURSOR FOR
                SELECT A.FAR_FEED_ID,
                       COALESCE(S.FAS_FEED_DESC, ' '),
                       CHAR(A.FAR_DUE_TS),
                       A.FAR_STATUS,
                       CHAR(A.FAR_ARRIVED_TS),
                       A.FAR_EVIDENCE,
                       A.FAR_CATLG_STATUS,
                       A.FAR_ALERT_IND
                  FROM T_UIS_FEED_ARRIVAL A
                  LEFT OUTER JOIN T_UIS_FEED_SCHED S
                    ON S.FAS_FEED_ID = A.FAR_FEED_ID
                 WHERE A.FAR_RUN_DATE = DATE(:WS-PARM-LOG-DATE)
                 ORDER BY A.FAR_DUE_TS, A.FAR_FEED_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748FAW WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-MODE-WATCH
                   PERFORM 2000-WATCH-FEEDS
                      THRU 2000-EXIT
               WHEN WS-MODE-LOG
                   PERFORM 5000-PRINT-ARRIVAL-LOG
                      THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748FAW - MODE MUST BE WATCH OR LOG'
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       DAYOFWEEK_ISO(CURRENT DATE)
                  INTO :WS-TODAY-DATE,
                       :WS-TODAY-DOW
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748FAW - DATE LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-PARM-LOG-DATE = SPACES
               MOVE WS-TODAY-DATE            TO WS-PARM-LOG-DATE
           END-IF.

           DISPLAY 'F5748FAW - MODE=' WS-PARM-MODE
                    ' TODAY=' WS-TODAY-DATE
                    ' WEEKDAY=' WS-TODAY-DOW.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-WATCH-FEEDS                         *
      ******************************************************************
       2000-WATCH-FEEDS.

           EXEC SQL
                OPEN SCHED-CSR
           END-EXEC.

           PERFORM 2100-CHECK-ONE-FEED
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SCHED-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-CHECK-ONE-FEED                        *
      * A FEED ALREADY SEEN TO ARRIVE TODAY IS NOT LOOKED AT AGAIN.    *
      ******************************************************************
       2100-CHECK-ONE-FEED.

           EXEC SQL
                FETCH SCHED-CSR
                INTO  :FAS-FEED-ID, :FAS-FEED-DESC,
                      :FAS-DUE-DAYS, :FAS-BUS-DAY-IND,
                      :FAS-CALENDAR-ID, :FAS-DSN, :FAS-ALERT-LVL,
                      :WS-DUE-TS, :WS-PAST-DUE-SW
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748FAW - SCHEDULE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-FEEDS-READ.

           PERFORM 2200-CHECK-DUE-TODAY
              THRU 2200-EXIT.

           IF NOT WS-FEED-DUE-TODAY
               ADD 1                         TO WS-FEEDS-NOT-DUE
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2300-GET-ARRIVAL-ROW
              THRU 2300-EXIT.

           IF FAR-STATUS-ARRIVED
            OR FAR-STATUS-LATE-ARRIVAL
               ADD 1                         TO WS-FEEDS-ARRIVED
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2400-LOOK-FOR-ARRIVAL
              THRU 2400-EXIT.

           EVALUATE TRUE
               WHEN FAR-EVIDENCE NOT = SPACES
                   ADD 1                     TO WS-FEEDS-ARRIVED
                   IF WS-ARRIVED-AFTER-DUE
                       SET FAR-STATUS-LATE-ARRIVAL TO TRUE
                   ELSE
                       SET FAR-STATUS-ARRIVED      TO TRUE
                   END-IF
                   DISPLAY 'F5748FAW - ' FAS-FEED-ID ' ARRIVED ('
                            FAR-EVIDENCE ') ' FAR-STATUS
               WHEN WS-FEED-IS-PAST-DUE
                   ADD 1                     TO WS-FEEDS-LATE
                   SET FAR-STATUS-LATE       TO TRUE
                   PERFORM 2600-RAISE-LATE-ALERT
                      THRU 2600-EXIT
               WHEN OTHER
                   ADD 1                     TO WS-FEEDS-PENDING
                   SET FAR-STATUS-PENDING    TO TRUE
           END-EVALUATE.

           PERFORM 2800-SAVE-ARRIVAL-ROW
              THRU 2800-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-CHECK-DUE-TODAY                       *
      * TODAY'S WEEKDAY BYTE MUST BE 'Y'; A BUSINESS-DAYS-ONLY FEED IS *
      * ALSO NOT DUE ON A HOLIDAY OF ITS CALENDAR. IF DB2PGM CANNOT    *
      * ANSWER, THE FEED IS TREATED AS DUE - A FALSE ALARM IS CHEAPER  *
      * THAN A MISSED FILE.                                            *
      ******************************************************************
       2200-CHECK-DUE-TODAY.

           MOVE 'N'                          TO WS-DUE-TODAY-SW.

           IF FAS-DUE-DAYS(WS-TODAY-DOW:1) NOT = 'Y'
               GO TO 2200-EXIT
           END-IF.

           IF FAS-BUSINESS-DAYS-ONLY
               MOVE FAS-CALENDAR-ID          TO WS-LK-CALENDAR-ID
               MOVE WS-TODAY-DATE            TO WS-LK-CHECK-DATE
               CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA
               IF WS-LK-RETURN-CODE = ZERO
                AND WS-LK-CHECK-RESULT = 'N'
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           SET WS-FEED-DUE-TODAY             TO TRUE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2300-GET-ARRIVAL-ROW                        *
      ******************************************************************
       2300-GET-ARRIVAL-ROW.

           MOVE 'N'                          TO WS-ARRIVAL-ROW-SW.
           MOVE SPACES                       TO FAR-STATUS
                                                FAR-EVIDENCE
                                                FAR-CATLG-STATUS.
           MOVE 'N'                          TO FAR-ALERT-IND.

           EXEC SQL
                SELECT FAR_STATUS, FAR_ALERT_IND
                  INTO :FAR-STATUS, :FAR-ALERT-IND
                  FROM T_UIS_FEED_ARRIVAL
                 WHERE FAR_RUN_DATE = CURRENT DATE
                   AND FAR_FEED_ID  = :FAS-FEED-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ARRIVAL-ROW-EXISTS     TO TRUE
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2400-LOOK-FOR-ARRIVAL                       *
      * FIRST T_UIS_FEED_CTL - AN ENVELOPE F5748FEV ACCEPTED IN THE    *
      * 24 HOURS BEFORE THE DEADLINE - THEN THE LANDING DATASET'S      *
      * CATALOG STATUS. FAR-EVIDENCE IS LEFT SPACES WHEN NEITHER       *
      * SHOWS THE FEED.                                                *
      ******************************************************************
       2400-LOOK-FOR-ARRIVAL.

           MOVE SPACES                       TO FAR-EVIDENCE
                                                WS-ARRIVED-TS.
           MOVE 'N'                          TO WS-ARRIVED-LATE-SW.

           EXEC SQL
                SELECT CHAR(FDC_LAST_TS),
                       CASE WHEN FDC_LAST_TS > :WS-DUE-TS
                            THEN 'Y' ELSE 'N' END
                  INTO :WS-ARRIVED-TS,
                       :WS-ARRIVED-LATE-SW
                  FROM T_UIS_FEED_CTL
                 WHERE FDC_FEED_ID = :FAS-FEED-ID
                   AND FDC_LAST_TS > TIMESTAMP(:WS-DUE-TS) - 1 DAY
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'FEEDCTL'                TO FAR-EVIDENCE
           END-IF.

           PERFORM 2500-PROBE-CATALOG
              THRU 2500-EXIT.

           IF FAR-EVIDENCE = SPACES
            AND FAR-CATLG-STATUS = 'CATLG'
               MOVE 'CATALOG'                TO FAR-EVIDENCE
               MOVE WS-PAST-DUE-SW           TO WS-ARRIVED-LATE-SW
               EXEC SQL
                    SELECT CHAR(CURRENT TIMESTAMP)
                      INTO :WS-ARRIVED-TS
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2500-PROBE-CATALOG                         *
      * ALLOCATE THE LANDING DATASET SHR UNDER A PRIVATE DD AND FREE   *
      * IT AT ONCE. BPXWDYN'S RETURN CODE IS ZERO WHEN THE DATASET IS  *
      * CATALOGED AND FREE TO SHARE; OTHERWISE ITS HIGH HALFWORD IS    *
      * THE DYNAMIC ALLOCATION ERROR CODE.                             *
      ******************************************************************
       2500-PROBE-CATALOG.

           IF FAS-DSN = SPACES
               MOVE 'NO DSN'                 TO FAR-CATLG-STATUS
               GO TO 2500-EXIT
           END-IF.

           MOVE SPACES                       TO WS-DYN-REQ-TEXT.
           STRING 'ALLOC FI(FAWPROBE) DA(' DELIMITED BY SIZE
                  FAS-DSN                  DELIMITED BY SPACE
                  ') SHR REUSE MSG(2)'     DELIMITED BY SIZE
                  INTO WS-DYN-REQ-TEXT.
           MOVE 80                           TO WS-DYN-REQ-LEN.

           CALL WS-DYNALLOC-PGM USING WS-DYN-REQUEST.
           MOVE RETURN-CODE                  TO WS-DYN-RC.
           MOVE ZERO                         TO RETURN-CODE.

           IF WS-DYN-RC = ZERO
               MOVE 'CATLG'                  TO FAR-CATLG-STATUS
               MOVE SPACES                   TO WS-DYN-REQ-TEXT
               MOVE 'FREE FI(FAWPROBE)'      TO WS-DYN-REQ-TEXT
               CALL WS-DYNALLOC-PGM USING WS-DYN-REQUEST
               MOVE ZERO                     TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.

           DIVIDE WS-DYN-RC BY 65536 GIVING WS-DYN-ERR.

           EVALUATE TRUE
               WHEN WS-DYN-ERR = WS-DYN-ERR-NOT-CATLG
                   MOVE 'NOT CATLG'          TO FAR-CATLG-STATUS
               WHEN WS-DYN-ERR = WS-DYN-ERR-IN-USE
                   MOVE 'IN USE'             TO FAR-CATLG-STATUS
               WHEN OTHER
                   MOVE 'ERROR'              TO FAR-CATLG-STATUS
                   DISPLAY 'F5748FAW - CATALOG PROBE OF ' FAS-DSN
                           ' FAILED RC=' WS-DYN-RC
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2600-RAISE-LATE-ALERT                       *
      * THE FIRST LATE PASS OPENS A T_UIS_ALERT ROW UNDER THE FEED ID  *
      * AT THE SCHEDULE'S LEVEL; LATER PASSES ROLL UP INTO IT THE WAY  *
      * F5748ALD ROLLS UP REPEAT ALERTS.                               *
      ******************************************************************
       2600-RAISE-LATE-ALERT.

           MOVE SPACES                       TO WS-ALERT-CORREL-ID
                                                WS-ALERT-TEXT.
           STRING 'F5748FAW LATE FEED ' FAS-FEED-ID
                  DELIMITED BY SIZE
                  INTO WS-ALERT-CORREL-ID.
           STRING 'F5748FAW LATE FEED - ' FAS-FEED-ID
                  ' (' FAS-FEED-DESC ') DUE BY '
                  WS-DUE-TS(1:16)
                  ' HAS NOT ARRIVED. CATALOG: '
                  FAR-CATLG-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT.

           DISPLAY 'F5748FAW - ALERT: ' WS-ALERT-TEXT(1:100).

           EXEC SQL
                SELECT ALR_REPEAT_COUNT
                  INTO :ALR-REPEAT-COUNT
                  FROM T_UIS_ALERT
                 WHERE ALR_SRV_PGM_NM = :FAS-FEED-ID
                   AND ALR_ALERT_DATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                         TO ALR-REPEAT-COUNT
               EXEC SQL
                    UPDATE T_UIS_ALERT
                       SET ALR_REPEAT_COUNT   = :ALR-REPEAT-COUNT
                         , ALR_LAST_TS        = CURRENT TIMESTAMP
                         , ALR_ALERT_TEXT     = :WS-ALERT-TEXT
                     WHERE ALR_SRV_PGM_NM = :FAS-FEED-ID
                       AND ALR_ALERT_DATE = CURRENT DATE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1                     TO WS-ALERTS-ROLLED-UP
               END-IF
           ELSE
               EXEC SQL
                    INSERT INTO T_UIS_ALERT
                           ( ALR_SRV_PGM_NM
                           , ALR_ALERT_DATE
                           , ALR_SRV_FN_CD
                           , ALR_RACF_ID
                           , ALR_FAILURE_CODE
                           , ALR_FIRST_CORREL_ID
                           , ALR_LAST_CORREL_ID
                           , ALR_FIRST_TS
                           , ALR_LAST_TS
                           , ALR_REPEAT_COUNT
                           , ALR_ESCALATION_LVL
                           , ALR_ALERT_TEXT
                           , ALR_WORK_STATUS
                           , ALR_ESCALATED_IND )
                    VALUES ( :FAS-FEED-ID
                           , CURRENT DATE
                           , :WS-ALERT-FN-CD
                           , ' '
                           , 0
                           , :WS-ALERT-CORREL-ID
                           , :WS-ALERT-CORREL-ID
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , :FAS-ALERT-LVL
                           , :WS-ALERT-TEXT
                           , 'O'
                           , 'N' )
               END-EXEC
               IF SQLCODE = 0
                   ADD 1                     TO WS-ALERTS-RAISED
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 'Y'                      TO FAR-ALERT-IND
           ELSE
               DISPLAY 'F5748FAW - ALERT WRITE FAILED SQLCODE='
                        SQLCODE ' FOR ' FAS-FEED-ID
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2800-SAVE-ARRIVAL-ROW                       *
      ******************************************************************
       2800-SAVE-ARRIVAL-ROW.

           IF WS-ARRIVED-TS = SPACES
               MOVE -1                       TO WS-ARRIVED-TS-IND
           ELSE
               MOVE ZERO                     TO WS-ARRIVED-TS-IND
           END-IF.

           IF WS-ARRIVAL-ROW-EXISTS
               EXEC SQL
                    UPDATE T_UIS_FEED_ARRIVAL
                       SET FAR_STATUS        = :FAR-STATUS
                         , FAR_ARRIVED_TS    =
                               :WS-ARRIVED-TS :WS-ARRIVED-TS-IND
                         , FAR_EVIDENCE      = :FAR-EVIDENCE
                         , FAR_CATLG_STATUS  = :FAR-CATLG-STATUS
                         , FAR_ALERT_IND     = :FAR-ALERT-IND
                         , FAR_LAST_CHECK_TS = CURRENT TIMESTAMP
                     WHERE FAR_RUN_DATE = CURRENT DATE
                       AND FAR_FEED_ID  = :FAS-FEED-ID
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO T_UIS_FEED_ARRIVAL
                           ( FAR_RUN_DATE
                           , FAR_FEED_ID
                           , FAR_DUE_TS
                           , FAR_STATUS
                           , FAR_ARRIVED_TS
                           , FAR_EVIDENCE
                           , FAR_CATLG_STATUS
                           , FAR_ALERT_IND
                           , FAR_LAST_CHECK_TS )
                    VALUES ( CURRENT DATE
                           , :FAS-FEED-ID
                           , TIMESTAMP(:WS-DUE-TS)
                           , :FAR-STATUS
                           , :WS-ARRIVED-TS :WS-ARRIVED-TS-IND
                           , :FAR-EVIDENCE
                           , :FAR-CATLG-STATUS
                           , :FAR-ALERT-IND
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748FAW - ARRIVAL ROW WRITE FAILED SQLCODE='
                        SQLCODE ' FOR ' FAS-FEED-ID
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-PRINT-ARRIVAL-LOG                      *
      ******************************************************************
       5000-PRINT-ARRIVAL-LOG.

           DISPLAY 'F5748FAW - FEED-ARRIVAL LOG FOR ' WS-PARM-LOG-DATE.
           DISPLAY 'FEED ID   DESCRIPTION                     '
                   'DUE       ARRIVED   STATUS    EVIDENCE  '
                   'CATALOG     ALERTED'.

           EXEC SQL
                OPEN LOG-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748FAW - LOG OPEN FAILED SQLCODE=' SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-PRINT-ONE-FEED
              THRU 5100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE LOG-CSR
           END-EXEC.

           IF WS-LOG-LINES = ZEROES
               DISPLAY '          *** NO FEEDS WERE DUE ***'
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5100-PRINT-ONE-FEED                        *
      ******************************************************************
       5100-PRINT-ONE-FEED.

           MOVE SPACES                       TO WS-ARRIVED-TS.

           EXEC SQL
                FETCH LOG-CSR
                INTO  :FAR-FEED-ID, :FAS-FEED-DESC,
                      :WS-DUE-TS, :FAR-STATUS,
                      :WS-ARRIVED-TS :WS-ARRIVED-TS-IND,
                      :FAR-EVIDENCE, :FAR-CATLG-STATUS,
                      :FAR-ALERT-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748FAW - LOG FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 5100-EXIT
           END-IF.

           ADD 1                             TO WS-LOG-LINES.

           IF WS-ARRIVED-TS-IND < 0
               MOVE '--:--:--'               TO WS-ARRIVED-DSP
           ELSE
               MOVE WS-ARRIVED-TS(12:8)      TO WS-ARRIVED-DSP
           END-IF.

           DISPLAY FAR-FEED-ID '  ' FAS-FEED-DESC '  '
                   WS-DUE-TS(12:8) '  ' WS-ARRIVED-DSP '  '
                   FAR-STATUS '  ' FAR-EVIDENCE '  '
                   FAR-CATLG-STATUS '  ' FAR-ALERT-IND.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           IF WS-MODE-WATCH
               DISPLAY 'F5748FAW - FEEDS SCHEDULED  : ' WS-FEEDS-READ
               DISPLAY 'F5748FAW - NOT DUE TODAY    : '
                        WS-FEEDS-NOT-DUE
               DISPLAY 'F5748FAW - ARRIVED          : '
                        WS-FEEDS-ARRIVED
               DISPLAY 'F5748FAW - PENDING          : '
                        WS-FEEDS-PENDING
               DISPLAY 'F5748FAW - LATE             : ' WS-FEEDS-LATE
               DISPLAY 'F5748FAW - ALERTS RAISED    : '
                        WS-ALERTS-RAISED
               DISPLAY 'F5748FAW - ALERTS ROLLED UP : '
                        WS-ALERTS-ROLLED-UP
           ELSE
               DISPLAY 'F5748FAW - FEEDS LOGGED     : ' WS-LOG-LINES
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748FAW.
