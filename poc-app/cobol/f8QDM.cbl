      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748QDM.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748QDM:     UIS MQ QUEUE DEPTH AND MESSAGE AGE MONITOR      *
      *                                                                *
      *  FUNCTION:     A UIS QUEUE WHOSE CONSUMER HAS STOPPED FILLS    *
      *                SILENTLY UNTIL IT HITS ITS MAXIMUM DEPTH AND    *
      *                THE PUTTERS START FAILING. THIS JOB WATCHES     *
      *                EVERY QUEUE REGISTERED ON T_UIS_MQ_QUEUE_MON:   *
      *                                                                *
      *                MONITOR MODE (SCHEDULED EVERY FEW MINUTES) -    *
      *                FOR EACH ACTIVE QUEUE, INQUIRES ON ITS CURRENT  *
      *                DEPTH AND OPEN INPUT COUNT AND BROWSES THE      *
      *                MESSAGE AT THE HEAD OF THE QUEUE FOR ITS PUT    *
      *                TIME, GIVING THE AGE OF THE OLDEST MESSAGE.     *
      *                THE READINGS ARE COMPARED WITH THE QUEUE'S      *
      *                THRESHOLDS AND KEPT ON T_UIS_MQ_QUEUE_READ FOR  *
      *                TRENDING. A BREACH - DEPTH OR AGE OVER THE      *
      *                LIMIT, NO CONSUMER ATTACHED WHERE ONE IS        *
      *                REQUIRED, OR A QUEUE THAT CANNOT BE INQUIRED    *
      *                ON - RAISES A T_UIS_ALERT ROW UNDER THE QUEUE   *
      *                CODE (FUNCTION CODE 'MQQD') AT THE QUEUE'S      *
      *                LEVEL, WORKED AND ESCALATED BY F5748AWK LIKE    *
      *                ANY OTHER ALERT; LATER BREACHES THE SAME DAY    *
      *                ROLL UP INTO THE SAME ROW. THE ALERT IS WRITTEN *
      *                DIRECTLY, NOT PUT TO UIS.MONITOR.ALERT.QUEUE -  *
      *                THAT QUEUE MAY BE THE ONE BACKING UP.           *
      *                                                                *
      *                TREND MODE (ONCE A DAY) - PRINTS, PER QUEUE AND *
      *                DAY OVER THE LAST N DAYS, THE NUMBER OF         *
      *                READINGS, AVERAGE AND PEAK DEPTH, PEAK MESSAGE  *
      *                AGE, AND HOW MANY READINGS WERE IN BREACH.      *
      *                                                                *
      *                THE QUEUES ARE OPENED FOR INQUIRE AND BROWSE    *
      *                ONLY - NO MESSAGE IS EVER REMOVED. THE INQUIRE  *
      *                AND THE BROWSE NEED THE FULL MQINQ AND MQGET    *
      *                PARAMETER LISTS (SELECTORS, MESSAGE DESCRIPTOR, *
      *                GET-MESSAGE OPTIONS), LAID OUT BELOW.           *
      *                                                                *
      *  ENVIRONMENT:  BATCH. MQ BINDINGS REQUIRED (SEE MQRECV).       *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - MODE       (01-07 MONITOR/TREND),    *
      *                           QUEUE MGR  (09-56, MONITOR),         *
      *                           TREND DAYS (58-60, TREND;            *
      *                                       ZEROES = 7)              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_MQ_QUEUE_MON  (READ)                      *
      *                T_UIS_MQ_QUEUE_READ (READ/INSERT)               *
      *                T_UIS_ALERT         (READ/INSERT/UPDATE)        *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748QDM'.
           05  WS-ALERT-FN-CD               PIC X(04) VALUE 'MQQD'.
           05  WS-DEFAULT-TREND-DAYS        PIC 9(03) VALUE 7.
      * MQOO_INQUIRE (32) + MQOO_BROWSE (8) + MQOO_FAIL_IF_QUIESCING
      * (8192).
           05  WS-MQ-OPTION-INQ-BROWSE      PIC S9(09) COMP
                                             VALUE 8232.
      * MQGMO_BROWSE_FIRST (16) + MQGMO_ACCEPT_TRUNCATED_MSG (64) +
      * MQGMO_NO_SYNCPOINT (4), NO WAIT.
           05  WS-MQ-OPTION-BROWSE-HEAD     PIC S9(09) COMP
                                             VALUE 84.
      * MQIA_CURRENT_Q_DEPTH AND MQIA_OPEN_INPUT_COUNT.
           05  WS-MQIA-CURRENT-Q-DEPTH      PIC S9(09) COMP
                                             VALUE 3.
           05  WS-MQIA-OPEN-INPUT-COUNT     PIC S9(09) COMP
                                             VALUE 17.
           05  WS-MQRC-NO-MSG-AVAILABLE     PIC S9(09) COMP
                                             VALUE 2033.
           05  WS-MQRC-TRUNCATED-ACCEPTED   PIC S9(09) COMP
                                             VALUE 2079.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                 PIC X(07) VALUE SPACES.
               88  WS-MODE-MONITOR                    VALUE 'MONITOR'.
               88  WS-MODE-TREND                      VALUE 'TREND'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-QMGR                 PIC X(48) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-TREND-DAYS           PIC 9(03) VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-PUT-TS                    PIC X(26) VALUE SPACES.
           05  WS-BREACH-COUNT              PIC 9(01) VALUE ZERO.
           05  WS-ALERT-CORREL-ID           PIC X(50) VALUE SPACES.
           05  WS-ALERT-TEXT                PIC X(200) VALUE SPACES.
           05  WS-DEPTH-DSP                 PIC Z(08)9.
           05  WS-LIMIT-DSP                 PIC Z(08)9.
           05  WS-AGE-DSP                   PIC Z(08)9.
           05  WS-OPEN-INPUT-DSP            PIC Z(04)9.
           05  WS-REASON-DSP                PIC Z(04)9.

       01  WS-TREND-LINE.
           05  WS-TRD-QUEUE-CD              PIC X(08) VALUE SPACES.
           05  WS-TRD-READ-DATE             PIC X(10) VALUE SPACES.
           05  WS-TRD-READINGS              PIC S9(09) COMP VALUE ZERO.
           05  WS-TRD-AVG-DEPTH             PIC S9(09) COMP VALUE ZERO.
           05  WS-TRD-MAX-DEPTH             PIC S9(09) COMP VALUE ZERO.
           05  WS-TRD-MAX-AGE               PIC S9(09) COMP VALUE ZERO.
           05  WS-TRD-BREACHES              PIC S9(09) COMP VALUE ZERO.
           05  WS-TRD-READINGS-DSP          PIC Z(04)9.
           05  WS-TRD-AVG-DEPTH-DSP         PIC Z(08)9.
           05  WS-TRD-MAX-DEPTH-DSP         PIC Z(08)9.
           05  WS-TRD-MAX-AGE-DSP           PIC Z(08)9.
           05  WS-TRD-BREACHES-DSP          PIC Z(04)9.

       01  WS-COUNTER-AREA.
           05  WS-QUEUES-READ               PIC 9(05) VALUE ZEROES.
           05  WS-QUEUES-OK                 PIC 9(05) VALUE ZEROES.
           05  WS-QUEUES-BREACHED           PIC 9(05) VALUE ZEROES.
           05  WS-QUEUES-INQ-FAILED         PIC 9(05) VALUE ZEROES.
           05  WS-READINGS-SAVED            PIC 9(05) VALUE ZEROES.
           05  WS-ALERTS-RAISED             PIC 9(05) VALUE ZEROES.
           05  WS-ALERTS-ROLLED-UP          PIC 9(05) VALUE ZEROES.
           05  WS-TREND-LINES               PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-QUEUE-OPEN-SW             PIC X(01) VALUE 'N'.
               88  WS-QUEUE-IS-OPEN                   VALUE 'Y'.

       01  WS-MQ-AREA.
           05  WS-MQ-QMGR                   PIC X(48) VALUE SPACES.
           05  WS-MQ-QNAME                  PIC X(48) VALUE SPACES.
           05  WS-MQ-HCONN                  PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-HOBJ                   PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-OPENOPTIONS            PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-COMPCODE               PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-REASON                 PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-MSGLENGTH              PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-DATALENGTH             PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-BROWSE-BUFFER          PIC X(01) VALUE SPACE.

      * MQINQ PARAMETERS - TWO INTEGER SELECTORS, NO CHARACTER ONES.
       01  WS-MQINQ-AREA.
           05  WS-MQINQ-SELECTOR-COUNT      PIC S9(09) COMP VALUE 2.
           05  WS-MQINQ-SELECTORS.
               10  WS-MQINQ-SELECTOR        PIC S9(09) COMP
                                             OCCURS 2 TIMES.
           05  WS-MQINQ-INTATTR-COUNT       PIC S9(09) COMP VALUE 2.
           05  WS-MQINQ-INTATTRS.
               10  WS-MQINQ-CUR-DEPTH       PIC S9(09) COMP.
               10  WS-MQINQ-OPEN-INPUT      PIC S9(09) COMP.
           05  WS-MQINQ-CHARATTR-LENGTH     PIC S9(09) COMP VALUE 0.
           05  WS-MQINQ-CHARATTRS           PIC X(01) VALUE SPACE.

      * MESSAGE DESCRIPTOR (MQMD VERSION 1). MSGID AND CORRELID ARE
      * LEFT LOW-VALUES SO THE BROWSE MATCHES ANY MESSAGE; PUTDATE AND
      * PUTTIME (GMT, HHMMSSTH) COME BACK FILLED IN.
       01  WS-MQMD.
           05  WS-MQMD-STRUCID              PIC X(04) VALUE 'MD  '.
           05  WS-MQMD-VERSION              PIC S9(09) COMP VALUE 1.
           05  WS-MQMD-REPORT               PIC S9(09) COMP VALUE 0.
           05  WS-MQMD-MSGTYPE              PIC S9(09) COMP VALUE 8.
           05  WS-MQMD-EXPIRY               PIC S9(09) COMP VALUE -1.
           05  WS-MQMD-FEEDBACK             PIC S9(09) COMP VALUE 0.
           05  WS-MQMD-ENCODING             PIC S9(09) COMP VALUE 785.
           05  WS-MQMD-CCSID                PIC S9(09) COMP VALUE 0.
           05  WS-MQMD-FORMAT               PIC X(08) VALUE SPACES.
           05  WS-MQMD-PRIORITY             PIC S9(09) COMP VALUE -1.
           05  WS-MQMD-PERSISTENCE          PIC S9(09) COMP VALUE 2.
           05  WS-MQMD-MSGID                PIC X(24) VALUE LOW-VALUES.
           05  WS-MQMD-CORRELID             PIC X(24) VALUE LOW-VALUES.
           05  WS-MQMD-BACKOUTCOUNT         PIC S9(09) COMP VALUE 0.
           05  WS-MQMD-REPLYTOQ             PIC X(48) VALUE SPACES.
           05  WS-MQMD-REPLYTOQMGR          PIC X(48) VALUE SPACES.
           05  WS-MQMD-USERIDENTIFIER       PIC X(12) VALUE SPACES.
           05  WS-MQMD-ACCOUNTINGTOKEN      PIC X(32) VALUE LOW-VALUES.
           05  WS-MQMD-APPLIDENTITYDATA     PIC X(32) VALUE SPACES.
           05  WS-MQMD-PUTAPPLTYPE          PIC S9(09) COMP VALUE 0.
           05  WS-MQMD-PUTAPPLNAME          PIC X(28) VALUE SPACES.
           05  WS-MQMD-PUTDATE              PIC X(08) VALUE SPACES.
           05  WS-MQMD-PUTTIME              PIC X(08) VALUE SPACES.
           05  WS-MQMD-APPLORIGINDATA       PIC X(04) VALUE SPACES.

      * GET-MESSAGE OPTIONS (MQGMO VERSION 1).
       01  WS-MQGMO.
           05  WS-MQGMO-STRUCID             PIC X(04) VALUE 'GMO '.
           05  WS-MQGMO-VERSION             PIC S9(09) COMP VALUE 1.
           05  WS-MQGMO-OPTIONS             PIC S9(09) COMP VALUE 0.
           05  WS-MQGMO-WAITINTERVAL        PIC S9(09) COMP VALUE 0.
           05  WS-MQGMO-SIGNAL1             PIC S9(09) COMP VALUE 0.
           05  WS-MQGMO-SIGNAL2             PIC S9(09) COMP VALUE 0.
           05  WS-MQGMO-RESOLVEDQNAME       PIC X(48) VALUE SPACES.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_MQ_QUEUE_MON
           EXEC SQL INCLUDE F5748QMT     END-EXEC.

      * DCLGEN FOR T_UIS_MQ_QUEUE_READ
           EXEC SQL INCLUDE F5748QMR     END-EXEC.

      * DCLGEN FOR T_UIS_ALERT
           EXEC SQL INCLUDE F5748ALT     END-EXEC.

      * THE ACTIVE QUEUE REGISTRY.
           EXEC SQL
                DECLARE QUEUE-CSR CURSOR FOR
                SELECT QMT_QUEUE_CD, QMT_QNAME,
                       QMT_DEPTH_LIMIT, QMT_AGE_LIMIT_SEC,
                       QMT_CONSUMER_REQ, QMT_ALERT_LVL
                  FROM T_UIS_MQ_QUEUE_MON
                 WHERE QMT_ACTIVE_IND = 'Y'
                 ORDER BY QMT_QUEUE_CD
           END-EXEC.

      * THE READINGS OF THE LAST N DAYS, ROLLED UP PER QUEUE AND DAY.
           EXEC SQL
                DECLARE TREND-CSR CURSOR FOR
                SELECT QMR_QUEUE_CD,
                       CHAR(DATE(QMR_READ_TS), ISO),
                       COUNT(*),
                       AVG(QMR_CUR_DEPTH),
                       MAX(QMR_CUR_DEPTH),
                       MAX(QMR_OLDEST_AGE_SEC),
                       SUM(CASE WHEN QMR_BREACH_CD = ' '
                                THEN 0 ELSE 1 END)
                  FROM T_UIS_MQ_QUEUE_READ
                 WHERE QMR_READ_TS >= CURRENT DATE
                                    - :WS-PARM-TREND-DAYS DAYS
                 GROUP BY QMR_QUEUE_CD, DATE(QMR_READ_TS)
                 ORDER BY QMR_QUEUE_CD, DATE(QMR_READ_TS)
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748QDM WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-MODE-MONITOR
                   PERFORM 2000-MONITOR-QUEUES
                      THRU 2000-EXIT
               WHEN WS-MODE-TREND
                   PERFORM 5000-PRINT-TREND
                      THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748QDM - MODE MUST BE MONITOR OR TREND'
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
      * ONE TIMESTAMP STAMPS EVERY READING OF THE PASS, SO A PASS CAN  *
      * BE TRENDED AS A WHOLE.                                         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-TREND-DAYS NOT NUMERIC
            OR WS-PARM-TREND-DAYS = ZEROES
               MOVE WS-DEFAULT-TREND-DAYS    TO WS-PARM-TREND-DAYS
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                  INTO :WS-RUN-TS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QDM - TIMESTAMP LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-MQIA-CURRENT-Q-DEPTH      TO WS-MQINQ-SELECTOR(1).
           MOVE WS-MQIA-OPEN-INPUT-COUNT     TO WS-MQINQ-SELECTOR(2).

           DISPLAY 'F5748QDM - MODE=' WS-PARM-MODE
                    ' RUN=' WS-RUN-TS.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-MONITOR-QUEUES                        *
      ******************************************************************
       2000-MONITOR-QUEUES.

           MOVE WS-PARM-QMGR                 TO WS-MQ-QMGR.

           CALL 'MQCONN' USING WS-MQ-QMGR
                                WS-MQ-HCONN
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
               DISPLAY 'F5748QDM - MQCONN FAILED COMPCODE='
                        WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
               MOVE 12                       TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                OPEN QUEUE-CSR
           END-EXEC.

           PERFORM 2100-CHECK-ONE-QUEUE
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE QUEUE-CSR
           END-EXEC.

           CALL 'MQDISC' USING WS-MQ-HCONN
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-CHECK-ONE-QUEUE                       *
      ******************************************************************
       2100-CHECK-ONE-QUEUE.

           EXEC SQL
                FETCH QUEUE-CSR
                INTO  :QMT-QUEUE-CD, :QMT-QNAME,
                      :QMT-DEPTH-LIMIT, :QMT-AGE-LIMIT-SEC,
                      :QMT-CONSUMER-REQ, :QMT-ALERT-LVL
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748QDM - REGISTRY FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-QUEUES-READ.

           MOVE QMT-QUEUE-CD                 TO QMR-QUEUE-CD.
           MOVE ZERO                         TO QMR-CUR-DEPTH
                                                QMR-OPEN-INPUT
                                                QMR-OLDEST-AGE-SEC
                                                QMR-MQ-REASON.
           MOVE SPACES                       TO QMR-BREACH-CD.

           PERFORM 2200-INQUIRE-QUEUE
              THRU 2200-EXIT.

           IF NOT QMR-INQUIRE-FAILED
               PERFORM 2400-CHECK-THRESHOLDS
                  THRU 2400-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN QMR-INQUIRE-FAILED
                   ADD 1                     TO WS-QUEUES-INQ-FAILED
               WHEN QMR-NO-BREACH
                   ADD 1                     TO WS-QUEUES-OK
               WHEN OTHER
                   ADD 1                     TO WS-QUEUES-BREACHED
           END-EVALUATE.

           MOVE QMR-CUR-DEPTH                TO WS-DEPTH-DSP.
           MOVE QMR-OLDEST-AGE-SEC           TO WS-AGE-DSP.
           MOVE QMR-OPEN-INPUT               TO WS-OPEN-INPUT-DSP.
           DISPLAY 'F5748QDM - ' QMT-QUEUE-CD
                   ' DEPTH=' WS-DEPTH-DSP
                   ' AGE=' WS-AGE-DSP
                   ' INPUT=' WS-OPEN-INPUT-DSP
                   ' ' QMR-BREACH-CD.

           PERFORM 2500-SAVE-READING
              THRU 2500-EXIT.

           IF NOT QMR-NO-BREACH
               PERFORM 2600-RAISE-QUEUE-ALERT
                  THRU 2600-EXIT
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-INQUIRE-QUEUE                         *
      * OPEN FOR INQUIRE AND BROWSE, READ THE DEPTH AND THE OPEN INPUT *
      * COUNT, AND - WHEN THERE IS ANYTHING ON THE QUEUE - BROWSE THE  *
      * HEAD MESSAGE FOR ITS AGE. ANY MQ FAILURE MARKS THE READING     *
      * 'INQF' WITH THE REASON CODE KEPT.                              *
      ******************************************************************
       2200-INQUIRE-QUEUE.

           MOVE 'N'                          TO WS-QUEUE-OPEN-SW.
           MOVE QMT-QNAME                    TO WS-MQ-QNAME.
           MOVE WS-MQ-OPTION-INQ-BROWSE      TO WS-MQ-OPENOPTIONS.

           CALL 'MQOPEN' USING WS-MQ-HCONN
                                WS-MQ-QNAME
                                WS-MQ-OPENOPTIONS
                                WS-MQ-HOBJ
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
               SET QMR-INQUIRE-FAILED        TO TRUE
               MOVE WS-MQ-REASON             TO QMR-MQ-REASON
               GO TO 2200-EXIT
           END-IF.

           SET WS-QUEUE-IS-OPEN              TO TRUE.

           CALL 'MQINQ' USING WS-MQ-HCONN
                               WS-MQ-HOBJ
                               WS-MQINQ-SELECTOR-COUNT
                               WS-MQINQ-SELECTORS
                               WS-MQINQ-INTATTR-COUNT
                               WS-MQINQ-INTATTRS
                               WS-MQINQ-CHARATTR-LENGTH
                               WS-MQINQ-CHARATTRS
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
               SET QMR-INQUIRE-FAILED        TO TRUE
               MOVE WS-MQ-REASON             TO QMR-MQ-REASON
               GO TO 2200-CLOSE
           END-IF.

           MOVE WS-MQINQ-CUR-DEPTH           TO QMR-CUR-DEPTH.
           MOVE WS-MQINQ-OPEN-INPUT          TO QMR-OPEN-INPUT.

           IF QMR-CUR-DEPTH > ZERO
               PERFORM 2300-BROWSE-OLDEST
                  THRU 2300-EXIT
           END-IF.

       2200-CLOSE.
           IF WS-QUEUE-IS-OPEN
               CALL 'MQCLOSE' USING WS-MQ-HCONN
                                     WS-MQ-HOBJ
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2300-BROWSE-OLDEST                         *
      * BROWSE-FIRST WITH A ONE-BYTE BUFFER, TRUNCATION ACCEPTED - ONLY*
      * THE DESCRIPTOR IS WANTED. THE AGE IS WORKED OUT BY DB2 AGAINST *
      * ITS OWN CLOCK TURNED TO GMT, AS MQ STAMPS THE PUT TIME IN GMT. *
      * A MESSAGE GOT BY ITS CONSUMER BETWEEN THE INQUIRE AND THE      *
      * BROWSE (2033) LEAVES THE AGE AT ZERO.                          *
      ******************************************************************
       2300-BROWSE-OLDEST.

           MOVE LOW-VALUES                   TO WS-MQMD-MSGID
                                                WS-MQMD-CORRELID.
           MOVE SPACES                       TO WS-MQMD-PUTDATE
                                                WS-MQMD-PUTTIME.
           MOVE WS-MQ-OPTION-BROWSE-HEAD     TO WS-MQGMO-OPTIONS.
           MOVE ZERO                         TO WS-MQGMO-WAITINTERVAL.
           MOVE LENGTH OF WS-MQ-BROWSE-BUFFER
                                             TO WS-MQ-MSGLENGTH.

           CALL 'MQGET' USING WS-MQ-HCONN
                               WS-MQ-HOBJ
                               WS-MQMD
                               WS-MQGMO
                               WS-MQ-MSGLENGTH
                               WS-MQ-BROWSE-BUFFER
                               WS-MQ-DATALENGTH
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
            AND WS-MQ-REASON NOT = WS-MQRC-TRUNCATED-ACCEPTED
               IF WS-MQ-REASON NOT = WS-MQRC-NO-MSG-AVAILABLE
                   SET QMR-INQUIRE-FAILED    TO TRUE
                   MOVE WS-MQ-REASON         TO QMR-MQ-REASON
               END-IF
               GO TO 2300-EXIT
           END-IF.

           IF WS-MQMD-PUTDATE NOT NUMERIC
            OR WS-MQMD-PUTTIME NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.

           MOVE SPACES                       TO WS-PUT-TS.
           STRING WS-MQMD-PUTDATE(1:4) '-'
                  WS-MQMD-PUTDATE(5:2) '-'
                  WS-MQMD-PUTDATE(7:2) '-'
                  WS-MQMD-PUTTIME(1:2) '.'
                  WS-MQMD-PUTTIME(3:2) '.'
                  WS-MQMD-PUTTIME(5:2) '.'
                  WS-MQMD-PUTTIME(7:2) '0000'
                  DELIMITED BY SIZE
                  INTO WS-PUT-TS.

           EXEC SQL
                SELECT (DAYS(CURRENT TIMESTAMP - CURRENT TIMEZONE)
                        - DAYS(TIMESTAMP(:WS-PUT-TS))) * 86400
                     + MIDNIGHT_SECONDS(CURRENT TIMESTAMP
                                        - CURRENT TIMEZONE)
                     - MIDNIGHT_SECONDS(TIMESTAMP(:WS-PUT-TS))
                  INTO :QMR-OLDEST-AGE-SEC
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
            OR QMR-OLDEST-AGE-SEC < ZERO
               MOVE ZERO                     TO QMR-OLDEST-AGE-SEC
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2400-CHECK-THRESHOLDS                       *
      * A ZERO AGE LIMIT MEANS THE AGE IS NOT CHECKED. MORE THAN ONE   *
      * BREACH AT ONCE IS RECORDED AS 'MULT'; THE ALERT TEXT SPELLS    *
      * OUT THE READINGS.                                              *
      ******************************************************************
       2400-CHECK-THRESHOLDS.

           MOVE ZERO                         TO WS-BREACH-COUNT.

           IF QMR-CUR-DEPTH > QMT-DEPTH-LIMIT
               ADD 1                         TO WS-BREACH-COUNT
               SET QMR-BREACH-DEPTH          TO TRUE
           END-IF.

           IF QMT-AGE-LIMIT-SEC > ZERO
            AND QMR-OLDEST-AGE-SEC > QMT-AGE-LIMIT-SEC
               ADD 1                         TO WS-BREACH-COUNT
               SET QMR-BREACH-AGE            TO TRUE
           END-IF.

           IF QMT-CONSUMER-REQUIRED
            AND QMR-OPEN-INPUT = ZERO
               ADD 1                         TO WS-BREACH-COUNT
               SET QMR-BREACH-NO-CONSUMER    TO TRUE
           END-IF.

           IF WS-BREACH-COUNT > 1
               SET QMR-BREACH-MULTIPLE       TO TRUE
           END-IF.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2500-SAVE-READING                         *
      ******************************************************************
       2500-SAVE-READING.

           EXEC SQL
                INSERT INTO T_UIS_MQ_QUEUE_READ
                       ( QMR_READ_TS
                       , QMR_QUEUE_CD
                       , QMR_CUR_DEPTH
                       , QMR_OPEN_INPUT
                       , QMR_OLDEST_AGE_SEC
                       , QMR_BREACH_CD
                       , QMR_MQ_REASON )
                VALUES ( TIMESTAMP(:WS-RUN-TS)
                       , :QMR-QUEUE-CD
                       , :QMR-CUR-DEPTH
                       , :QMR-OPEN-INPUT
                       , :QMR-OLDEST-AGE-SEC
                       , :QMR-BREACH-CD
                       , :QMR-MQ-REASON )
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                         TO WS-READINGS-SAVED
           ELSE
               DISPLAY 'F5748QDM - READING INSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' QMT-QUEUE-CD
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-RAISE-QUEUE-ALERT                       *
      * THE FIRST BREACH OF THE DAY OPENS A T_UIS_ALERT ROW UNDER THE  *
      * QUEUE CODE AT THE QUEUE'S LEVEL; LATER BREACHES ROLL UP INTO   *
      * IT THE WAY F5748ALD ROLLS UP REPEAT ALERTS.                    *
      ******************************************************************
       2600-RAISE-QUEUE-ALERT.

           MOVE SPACES                       TO WS-ALERT-CORREL-ID
                                                WS-ALERT-TEXT.
           STRING 'F5748QDM ' QMR-BREACH-CD ' ' QMT-QUEUE-CD
                  DELIMITED BY SIZE
                  INTO WS-ALERT-CORREL-ID.

           IF QMR-INQUIRE-FAILED
               MOVE QMR-MQ-REASON            TO WS-REASON-DSP
               STRING 'F5748QDM QUEUE ' QMT-QUEUE-CD ' - '
                      QMT-QNAME DELIMITED BY SPACE
                      ' COULD NOT BE INQUIRED ON, MQ REASON '
                      WS-REASON-DSP
                      DELIMITED BY SIZE
                      INTO WS-ALERT-TEXT
           ELSE
               MOVE QMT-DEPTH-LIMIT          TO WS-LIMIT-DSP
               STRING 'F5748QDM QUEUE ' QMT-QUEUE-CD ' - '
                      QMT-QNAME DELIMITED BY SPACE
                      ' BREACH ' QMR-BREACH-CD
                      ': DEPTH ' WS-DEPTH-DSP
                      ' (LIMIT ' WS-LIMIT-DSP
                      ') OLDEST ' WS-AGE-DSP
                      ' SEC, INPUT HANDLES ' WS-OPEN-INPUT-DSP
                      DELIMITED BY SIZE
                      INTO WS-ALERT-TEXT
           END-IF.

           DISPLAY 'F5748QDM - ALERT: ' WS-ALERT-TEXT(1:100).

           EXEC SQL
                SELECT ALR_REPEAT_COUNT
                  INTO :ALR-REPEAT-COUNT
                  FROM T_UIS_ALERT
                 WHERE ALR_SRV_PGM_NM = :QMT-QUEUE-CD
                   AND ALR_ALERT_DATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                         TO ALR-REPEAT-COUNT
               EXEC SQL
                    UPDATE T_UIS_ALERT
                       SET ALR_REPEAT_COUNT    = :ALR-REPEAT-COUNT
                         , ALR_LAST_CORREL_ID  = :WS-ALERT-CORREL-ID
                         , ALR_LAST_TS         = CURRENT TIMESTAMP
                         , ALR_ALERT_TEXT      = :WS-ALERT-TEXT
                     WHERE ALR_SRV_PGM_NM = :QMT-QUEUE-CD
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
                    VALUES ( :QMT-QUEUE-CD
                           , CURRENT DATE
                           , :WS-ALERT-FN-CD
                           , ' '
                           , :QMR-MQ-REASON
                           , :WS-ALERT-CORREL-ID
                           , :WS-ALERT-CORREL-ID
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , :QMT-ALERT-LVL
                           , :WS-ALERT-TEXT
                           , 'O'
                           , 'N' )
               END-EXEC
               IF SQLCODE = 0
                   ADD 1                     TO WS-ALERTS-RAISED
               END-IF
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QDM - ALERT WRITE FAILED SQLCODE='
                        SQLCODE ' FOR ' QMT-QUEUE-CD
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5000-PRINT-TREND                          *
      ******************************************************************
       5000-PRINT-TREND.

           DISPLAY 'F5748QDM - QUEUE TREND FOR THE LAST '
                    WS-PARM-TREND-DAYS ' DAYS'.
           DISPLAY 'QUEUE     DATE        READINGS  AVG DEPTH  '
                   'MAX DEPTH  MAX AGE SEC  BREACHES'.

           EXEC SQL
                OPEN TREND-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QDM - TREND OPEN FAILED SQLCODE=' SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-PRINT-ONE-LINE
              THRU 5100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE TREND-CSR
           END-EXEC.

           IF WS-TREND-LINES = ZEROES
               DISPLAY '          *** NO READINGS IN THE PERIOD ***'
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5100-PRINT-ONE-LINE                        *
      ******************************************************************
       5100-PRINT-ONE-LINE.

           EXEC SQL
                FETCH TREND-CSR
                INTO  :WS-TRD-QUEUE-CD, :WS-TRD-READ-DATE,
                      :WS-TRD-READINGS, :WS-TRD-AVG-DEPTH,
                      :WS-TRD-MAX-DEPTH, :WS-TRD-MAX-AGE,
                      :WS-TRD-BREACHES
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748QDM - TREND FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 5100-EXIT
           END-IF.

           ADD 1                             TO WS-TREND-LINES.

           MOVE WS-TRD-READINGS              TO WS-TRD-READINGS-DSP.
           MOVE WS-TRD-AVG-DEPTH             TO WS-TRD-AVG-DEPTH-DSP.
           MOVE WS-TRD-MAX-DEPTH             TO WS-TRD-MAX-DEPTH-DSP.
           MOVE WS-TRD-MAX-AGE               TO WS-TRD-MAX-AGE-DSP.
           MOVE WS-TRD-BREACHES              TO WS-TRD-BREACHES-DSP.

           DISPLAY WS-TRD-QUEUE-CD '  ' WS-TRD-READ-DATE '  '
                   WS-TRD-READINGS-DSP '  ' WS-TRD-AVG-DEPTH-DSP '  '
                   WS-TRD-MAX-DEPTH-DSP '  ' WS-TRD-MAX-AGE-DSP '  '
                   WS-TRD-BREACHES-DSP.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           IF WS-MODE-MONITOR
               DISPLAY 'F5748QDM - QUEUES REGISTERED  : '
                        WS-QUEUES-READ
               DISPLAY 'F5748QDM - WITHIN THRESHOLDS  : ' WS-QUEUES-OK
               DISPLAY 'F5748QDM - IN BREACH          : '
                        WS-QUEUES-BREACHED
               DISPLAY 'F5748QDM - INQUIRE FAILED     : '
                        WS-QUEUES-INQ-FAILED
               DISPLAY 'F5748QDM - READINGS SAVED     : '
                        WS-READINGS-SAVED
               DISPLAY 'F5748QDM - ALERTS RAISED      : '
                        WS-ALERTS-RAISED
               DISPLAY 'F5748QDM - ALERTS ROLLED UP   : '
                        WS-ALERTS-ROLLED-UP
           ELSE
               DISPLAY 'F5748QDM - TREND LINES        : '
                        WS-TREND-LINES
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748QDM.
