      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ATO.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ATO:     ACCOUNT-TAKEOVER PATTERN DETECTION (NIGHTLY)    *
      *                                                                *
      *  FUNCTION:     A FRAUDSTER'S USUAL SEQUENCE IS TO CHANGE THE   *
      *                CONTACT DETAILS THROUGH F5748CCS, THEN MAKE     *
      *                HOUSEHOLD CHANGES THROUGH F5748HHM, ALL WITHIN  *
      *                A FEW DAYS - AND NOTHING CONNECTED THOSE        *
      *                EVENTS. THIS JOB READS THE SUCCESSFUL UPDATES   *
      *                ON T_UIS_TRANSACTION_LOG FOR THE LOOKBACK       *
      *                WINDOW, CUSTOMER BY CUSTOMER, AND SCORES EACH   *
      *                CUSTOMER'S PATTERN:                             *
      *                                                                *
      *                  CONTACT CHANGE FOLLOWED BY ANY OTHER          *
      *                  UPDATE ...................... 40              *
      *                  ... WHEN ONE OF THEM IS A                     *
      *                  HOUSEHOLD (F5748HHM) CHANGE .. +20            *
      *                  TWO OR MORE CONTACT CHANGES .. 30             *
      *                  EACH UPDATE FROM A SOURCE                     *
      *                  APPLICATION OR RACF ID THAT                   *
      *                  HAD NOT TOUCHED THE CUSTOMER                  *
      *                  IN THE PRIOR 90 DAYS ......... 15 (MAX 30)    *
      *                                                                *
      *                A CUSTOMER WITH NO ACTIVITY IN THE PRIOR 90     *
      *                DAYS HAS NO BASELINE AND IS NEVER SCORED        *
      *                UNUSUAL. A CUSTOMER SCORING AT OR ABOVE THE     *
      *                THRESHOLD IS PLACED ON FRAUD HOLD               *
      *                (T_CUST_FRAUD_HOLD) - F5748I00 THEN REFUSES     *
      *                UPDATES FOR THEM - AN 'ATO ' CASE IS RAISED ON  *
      *                THE STEWARDSHIP WORKQUEUE, AND A CHANGE-        *
      *                CONFIRMATION NOTICE IS WRITTEN TO ATONTC,       *
      *                ADDRESSED TO THE CONTACT DETAILS THE FIRST      *
      *                CHANGE IN THE WINDOW REPLACED                   *
      *                (T_CUST_CONTACT_HIST), SO THE REAL CUSTOMER     *
      *                HEARS OF IT. A CUSTOMER ALREADY HELD HAS THE    *
      *                SCORE AND CASE REFRESHED BUT NO SECOND NOTICE.  *
      *                                                                *
      *                BEFORE SCORING, HOLDS WHOSE 'ATO ' CASE A       *
      *                STEWARD HAS SINCE CLOSED (F5748STW) ARE         *
      *                RELEASED. ACTIVITY ALREADY REVIEWED DOES NOT    *
      *                RE-HOLD A RELEASED CUSTOMER - ONLY AN UPDATE    *
      *                LOGGED AFTER THE RELEASE CAN.                   *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - LOOKBACK DAYS   (01-03, ZERO-FILL,   *
      *                                            0 = DEFAULT 5)      *
      *                           HOLD THRESHOLD  (05-07, ZERO-FILL,   *
      *                                            0 = DEFAULT 60)     *
      *                                                                *
      *  OUTPUT:       ATONTC - ONE CHANGE-CONFIRMATION NOTICE PER     *
      *                CUSTOMER NEWLY PLACED ON HOLD WHOSE PRIOR       *
      *                CONTACT DETAILS ARE ON FILE.                    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_SRV_FN_PGM (READ)                         *
      *                T_CUST_CONTACT_HIST (READ)                      *
      *                T_CUST_FRAUD_HOLD (SELECT/INSERT/UPDATE)        *
      *                T_UIS_STEWARD_CASE (READ/UPDATE/INSERT)         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  STUBBED TEST-REGION RESPONSES (OPER MODE    *
      *                    'S') LEFT OUT OF THE UPDATES SCORED         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATO-NOTICE-FILE           ASSIGN TO ATONTC
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ATO-NOTICE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ATO-NOTICE-RECORD.
           05  ATN-TEMPLATE-CODE            PIC X(08).
           05  ATN-CUST-NUM                 PIC X(10).
           05  ATN-ADDR-LINE-1              PIC X(40).
           05  ATN-ADDR-LINE-2              PIC X(40).
           05  ATN-CITY                     PIC X(30).
           05  ATN-STATE                    PIC X(02).
           05  ATN-POSTAL-CD                PIC X(10).
           05  ATN-CHANGE-DATE              PIC X(10).
           05  FILLER                       PIC X(10).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ATO'.
           05  WS-CASE-TYPE-ATO             PIC X(04) VALUE 'ATO '.
           05  WS-NOTICE-TEMPLATE           PIC X(08) VALUE 'ATOCONF'.
           05  WS-CONTACT-PGM               PIC X(08) VALUE 'F5748CCS'.
           05  WS-HOUSEHOLD-PGM             PIC X(08) VALUE 'F5748HHM'.
           05  WS-DEFAULT-LOOKBACK          PIC 9(03) VALUE 5.
           05  WS-DEFAULT-THRESHOLD         PIC 9(03) VALUE 60.
           05  WS-BASELINE-DAYS             PIC S9(09) USAGE COMP
                                                        VALUE 90.
      * SCORE WEIGHTS - SEE THE PROGRAM HEADER.
           05  WS-WT-CONTACT-THEN-UPD       PIC 9(03) VALUE 40.
           05  WS-WT-HOUSEHOLD-AFTER        PIC 9(03) VALUE 20.
           05  WS-WT-CONTACT-REPEAT         PIC 9(03) VALUE 30.
           05  WS-WT-UNUSUAL-EACH           PIC 9(03) VALUE 15.
           05  WS-WT-UNUSUAL-MAX            PIC 9(03) VALUE 30.
           05  WS-CONTACT-REPEAT-COUNT      PIC 9(03) VALUE 2.

       01  WS-PARM-CARD.
           05  WS-PARM-LOOKBACK             PIC 9(03) VALUE ZEROES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-THRESHOLD            PIC 9(03) VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-LOOKBACK-DAYS             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-THRESHOLD                 PIC 9(03) VALUE ZEROES.
           05  WS-WINDOW-START-TS           PIC X(26) VALUE SPACES.
           05  WS-BASELINE-START-TS         PIC X(26) VALUE SPACES.
           05  WS-SCORE                     PIC 9(03) VALUE ZEROES.
           05  WS-UNUSUAL-POINTS            PIC 9(03) VALUE ZEROES.
           05  WS-SCORE-DSP                 PIC ZZ9.
      * HOST VARIABLES FOR THE BASELINE LOOKUP
           05  WS-BASE-TOTAL                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BASE-APP-COUNT            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BASE-RACF-COUNT           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      * ONE UPDATE AS FETCHED FROM UPD-CSR
       01  WS-UPDATE-ROW.
           05  WS-UR-CUST-NUM               PIC X(10).
           05  WS-UR-LOG-TS                 PIC X(26).
           05  WS-UR-SRC-APP                PIC X(10).
           05  WS-UR-RACF-ID                PIC X(08).
           05  WS-UR-SRV-PGM                PIC X(08).

      * THE CUSTOMER BEING ACCUMULATED - RESET ON EACH CONTROL BREAK
       01  WS-CUSTOMER-PATTERN.
           05  WS-CP-CUST-NUM               PIC X(10).
           05  WS-CP-FIRST-CONTACT-TS       PIC X(26).
           05  WS-CP-LAST-UPDATE-TS         PIC X(26).
           05  WS-CP-CONTACT-COUNT          PIC 9(03).
           05  WS-CP-FOLLOW-COUNT           PIC 9(03).
           05  WS-CP-HOUSEHOLD-COUNT        PIC 9(03).
           05  WS-CP-UNUSUAL-COUNT          PIC 9(03).

       01  WS-COUNTER-AREA.
           05  WS-UPDATES-READ              PIC 9(07) VALUE ZEROES.
           05  WS-CUSTOMERS-SCORED          PIC 9(07) VALUE ZEROES.
           05  WS-CUSTOMERS-FLAGGED         PIC 9(07) VALUE ZEROES.
           05  WS-HOLDS-PLACED              PIC 9(07) VALUE ZEROES.
           05  WS-HOLDS-REFRESHED           PIC 9(07) VALUE ZEROES.
           05  WS-ALREADY-REVIEWED          PIC 9(07) VALUE ZEROES.
           05  WS-NOTICES-WRITTEN           PIC 9(07) VALUE ZEROES.
           05  WS-NO-PRIOR-ADDRESS          PIC 9(07) VALUE ZEROES.
           05  WS-HOLDS-RELEASED            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FAILURE-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-CURSOR-SW                 PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.
           05  WS-HOLD-ACTION-SW            PIC X(01) VALUE SPACE.
               88  WS-HOLD-NEW                        VALUE 'N'.
               88  WS-HOLD-REFRESH                    VALUE 'R'.
               88  WS-HOLD-SKIP                       VALUE 'S'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_SRV_FN_PGM
           EXEC SQL
                INCLUDE F5748SFP
           END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT_HIST - SEE 4300-WRITE-CONFIRMATION
           EXEC SQL
                INCLUDE F5748CCH
           END-EXEC.

      * DCLGEN FOR T_CUST_FRAUD_HOLD
           EXEC SQL
                INCLUDE F5748FRH
           END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE
           EXEC SQL
                INCLUDE F5748STC
           END-EXEC.

      * EVERY SUCCESSFUL UPDATE IN THE WINDOW, CUSTOMER BY CUSTOMER,
      * OLDEST FIRST, WITH THE PROGRAM THE FUNCTION WAS ROUTED TO ON
      * THE DAY. VALIDATE-ONLY, CACHE-HIT, REPLAYED, AND STUBBED
      * RESPONSES CHANGED NOTHING AND ARE LEFT OUT, AS F5748EOD LEAVES
      * THEM OUT.
           EXEC SQL
                DECLARE UPD-CSR CURSOR FOR
                SELECT L.TLG_CUSTOMER_NBR
                     , CHAR(L.TLG_LOG_TIMESTAMP)
                     , L.TLG_SOURCE_APPLIC
                     , L.TLG_RACF_ID
                     , COALESCE(P.UIS_SRV_PGM_NM, ' ')
                  FROM T_UIS_TRANSACTION_LOG L
                  LEFT OUTER JOIN T_UIS_SRV_FN_PGM P
                    ON P.UIS_SRV_FN_CD = L.TLG_SRV_FN_CD
                   AND P.EFF_DATE     <= DATE(L.TLG_LOG_TIMESTAMP)
                   AND P.END_DATE     >= DATE(L.TLG_LOG_TIMESTAMP)
                 WHERE L.TLG_LOG_TYPE       = 'RESPONSE'
                   AND L.TLG_REQUEST_STATUS = '00'
                   AND L.TLG_OPERATION      = 'UPDATE'
                   AND L.TLG_OPER_MODE NOT IN ('V', 'C', 'R', 'S')
                   AND L.TLG_CUSTOMER_NBR  <> ' '
                   AND L.TLG_SOURCE_APPLIC <> 'UISHBEAT'
                   AND L.TLG_LOG_TIMESTAMP >=
                       TIMESTAMP(:WS-WINDOW-START-TS)
                 ORDER BY L.TLG_CUSTOMER_NBR, L.TLG_LOG_TIMESTAMP
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ATO WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-RELEASE-CLEARED-HOLDS
              THRU 2000-EXIT.

           PERFORM 3000-SCAN-UPDATES
              THRU 3000-EXIT.

           PERFORM 8000-CLOSE-FILES
              THRU 8000-EXIT.

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

           IF WS-PARM-LOOKBACK NUMERIC
              AND WS-PARM-LOOKBACK > ZEROES
               MOVE WS-PARM-LOOKBACK         TO WS-LOOKBACK-DAYS
           ELSE
               MOVE WS-DEFAULT-LOOKBACK      TO WS-LOOKBACK-DAYS
           END-IF.

           IF WS-PARM-THRESHOLD NUMERIC
              AND WS-PARM-THRESHOLD > ZEROES
               MOVE WS-PARM-THRESHOLD        TO WS-THRESHOLD
           ELSE
               MOVE WS-DEFAULT-THRESHOLD     TO WS-THRESHOLD
           END-IF.

           EXEC SQL
                SET :WS-WINDOW-START-TS =
                    CHAR(CURRENT TIMESTAMP - :WS-LOOKBACK-DAYS DAYS)
           END-EXEC.

           EXEC SQL
                SET :WS-BASELINE-START-TS =
                    CHAR(TIMESTAMP(:WS-WINDOW-START-TS)
                         - :WS-BASELINE-DAYS DAYS)
           END-EXEC.

           DISPLAY 'F5748ATO - ACCOUNT-TAKEOVER SWEEP STARTING, '
                   'LOOKBACK-DAYS=' WS-PARM-LOOKBACK
                   ' THRESHOLD=' WS-THRESHOLD.

           OPEN OUTPUT ATO-NOTICE-FILE.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2000-RELEASE-CLEARED-HOLDS                     *
      * A HOLD COMES OFF ONCE THE STEWARD HAS CLOSED ITS 'ATO ' CASE   *
      * SINCE THE HOLD WAS PLACED. A CASE STILL OPEN OR CLAIMED KEEPS  *
      * THE HOLD - THAT IS HOW A CONFIRMED FRAUD STAYS BLOCKED WHILE   *
      * THE FRAUD UNIT ACTS.                                           *
      ******************************************************************
       2000-RELEASE-CLEARED-HOLDS.

           EXEC SQL
                UPDATE T_CUST_FRAUD_HOLD H
                   SET FRH_STATUS      = 'R'
                     , FRH_RELEASED_TS = CURRENT TIMESTAMP
                 WHERE H.FRH_STATUS = 'H'
                   AND EXISTS
                       (SELECT 1
                          FROM T_UIS_STEWARD_CASE C
                         WHERE C.STC_CASE_TYPE  = :WS-CASE-TYPE-ATO
                           AND C.STC_CUST_NUM_A = H.FRH_CUST_NUM
                           AND C.STC_CUST_NUM_B = ' '
                           AND C.STC_STATUS     = 'C'
                           AND C.STC_CLOSED_TS  > H.FRH_PLACED_TS)
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3)               TO WS-HOLDS-RELEASED
           ELSE
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748ATO - HOLD RELEASE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-SCAN-UPDATES                          *
      ******************************************************************
       3000-SCAN-UPDATES.

           MOVE SPACES                       TO WS-CP-CUST-NUM.
           SET WS-NOT-EOF-CURSOR             TO TRUE.

           EXEC SQL
                OPEN UPD-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748ATO - UPD-CSR OPEN FAILED SQLCODE='
                        SQLCODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-FETCH-NEXT-UPDATE
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE UPD-CSR
           END-EXEC.

      * THE LAST CUSTOMER HAS NO FOLLOWING BREAK TO SCORE IT.
           IF WS-CP-CUST-NUM NOT = SPACES
               PERFORM 4000-SCORE-CUSTOMER
                  THRU 4000-EXIT
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3100-FETCH-NEXT-UPDATE                       *
      ******************************************************************
       3100-FETCH-NEXT-UPDATE.

           EXEC SQL
                FETCH UPD-CSR
                 INTO :WS-UR-CUST-NUM
                    , :WS-UR-LOG-TS
                    , :WS-UR-SRC-APP
                    , :WS-UR-RACF-ID
                    , :WS-UR-SRV-PGM
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   ADD 1                     TO WS-FAILURE-COUNT
                   DISPLAY 'F5748ATO - UPD-CSR FETCH FAILED SQLCODE='
                            SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1                             TO WS-UPDATES-READ.

           IF WS-UR-CUST-NUM NOT = WS-CP-CUST-NUM
               IF WS-CP-CUST-NUM NOT = SPACES
                   PERFORM 4000-SCORE-CUSTOMER
                      THRU 4000-EXIT
               END-IF
               MOVE SPACES                   TO WS-CUSTOMER-PATTERN
               MOVE ZEROES                   TO WS-CP-CONTACT-COUNT
                                                WS-CP-FOLLOW-COUNT
                                                WS-CP-HOUSEHOLD-COUNT
                                                WS-CP-UNUSUAL-COUNT
               MOVE WS-UR-CUST-NUM           TO WS-CP-CUST-NUM
           END-IF.

           MOVE WS-UR-LOG-TS                 TO WS-CP-LAST-UPDATE-TS.

           IF WS-UR-SRV-PGM = WS-CONTACT-PGM
               ADD 1                         TO WS-CP-CONTACT-COUNT
               IF WS-CP-FIRST-CONTACT-TS = SPACES
                   MOVE WS-UR-LOG-TS         TO WS-CP-FIRST-CONTACT-TS
               END-IF
           ELSE
               IF WS-CP-FIRST-CONTACT-TS NOT = SPACES
                   ADD 1                     TO WS-CP-FOLLOW-COUNT
                   IF WS-UR-SRV-PGM = WS-HOUSEHOLD-PGM
                       ADD 1                 TO WS-CP-HOUSEHOLD-COUNT
                   END-IF
               END-IF
           END-IF.

           PERFORM 3200-CHECK-UNUSUAL-SOURCE
              THRU 3200-EXIT.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 3200-CHECK-UNUSUAL-SOURCE                      *
      * AN UPDATE IS UNUSUAL WHEN THE CUSTOMER HAD SUCCESSFUL ACTIVITY *
      * IN THE BASELINE PERIOD BEFORE THE WINDOW BUT NONE OF IT CAME   *
      * FROM THIS SOURCE APPLICATION, OR NONE FROM THIS RACF ID.       *
      ******************************************************************
       3200-CHECK-UNUSUAL-SOURCE.

           EXEC SQL
                SELECT COUNT(*)
                     , COALESCE(SUM(CASE WHEN TLG_SOURCE_APPLIC =
                                             :WS-UR-SRC-APP
                                         THEN 1 ELSE 0 END), 0)
                     , COALESCE(SUM(CASE WHEN TLG_RACF_ID =
                                             :WS-UR-RACF-ID
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-BASE-TOTAL
                     , :WS-BASE-APP-COUNT
                     , :WS-BASE-RACF-COUNT
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CUSTOMER_NBR   = :WS-UR-CUST-NUM
                   AND TLG_LOG_TYPE       = 'RESPONSE'
                   AND TLG_REQUEST_STATUS = '00'
                   AND TLG_LOG_TIMESTAMP >=
                       TIMESTAMP(:WS-BASELINE-START-TS)
                   AND TLG_LOG_TIMESTAMP <
                       TIMESTAMP(:WS-WINDOW-START-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748ATO - BASELINE QUERY FAILED SQLCODE='
                        SQLCODE ' FOR ' WS-UR-CUST-NUM
               GO TO 3200-EXIT
           END-IF.

           IF WS-BASE-TOTAL > ZEROES
              AND (WS-BASE-APP-COUNT = ZEROES
               OR  WS-BASE-RACF-COUNT = ZEROES)
               ADD 1                         TO WS-CP-UNUSUAL-COUNT
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-SCORE-CUSTOMER                         *
      ******************************************************************
       4000-SCORE-CUSTOMER.

           ADD 1                             TO WS-CUSTOMERS-SCORED.
           MOVE ZEROES                       TO WS-SCORE.

           IF WS-CP-CONTACT-COUNT > ZEROES
              AND WS-CP-FOLLOW-COUNT > ZEROES
               ADD WS-WT-CONTACT-THEN-UPD    TO WS-SCORE
               IF WS-CP-HOUSEHOLD-COUNT > ZEROES
                   ADD WS-WT-HOUSEHOLD-AFTER TO WS-SCORE
               END-IF
           END-IF.

           IF WS-CP-CONTACT-COUNT >= WS-CONTACT-REPEAT-COUNT
               ADD WS-WT-CONTACT-REPEAT      TO WS-SCORE
           END-IF.

           COMPUTE WS-UNUSUAL-POINTS =
                   WS-CP-UNUSUAL-COUNT * WS-WT-UNUSUAL-EACH
               ON SIZE ERROR
                   MOVE WS-WT-UNUSUAL-MAX    TO WS-UNUSUAL-POINTS
           END-COMPUTE.
           IF WS-UNUSUAL-POINTS > WS-WT-UNUSUAL-MAX
               MOVE WS-WT-UNUSUAL-MAX        TO WS-UNUSUAL-POINTS
           END-IF.
           ADD WS-UNUSUAL-POINTS             TO WS-SCORE.

           IF WS-SCORE < WS-THRESHOLD
               GO TO 4000-EXIT
           END-IF.

           ADD 1                             TO WS-CUSTOMERS-FLAGGED.
           MOVE WS-SCORE                     TO WS-SCORE-DSP.

           MOVE SPACES                       TO FRH-REASON.
           STRING 'SCORE=' WS-SCORE-DSP
                  ' CONTACT=' WS-CP-CONTACT-COUNT
                  ' AFTER=' WS-CP-FOLLOW-COUNT
                  ' HHM=' WS-CP-HOUSEHOLD-COUNT
                  ' UNUSUAL=' WS-CP-UNUSUAL-COUNT
                  DELIMITED BY SIZE
                  INTO FRH-REASON.

           DISPLAY 'F5748ATO - FLAGGED ' WS-CP-CUST-NUM ' '
                    FRH-REASON.

           PERFORM 4100-PLACE-HOLD
              THRU 4100-EXIT.

           IF WS-HOLD-SKIP
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-UPSERT-STEWARD-CASE
              THRU 4200-EXIT.

           IF WS-HOLD-NEW
               PERFORM 4300-WRITE-CONFIRMATION
                  THRU 4300-EXIT
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4100-PLACE-HOLD                           *
      * A CUSTOMER ALREADY HELD HAS THE SCORE REFRESHED. A RELEASED    *
      * CUSTOMER IS RE-HELD ONLY FOR AN UPDATE LOGGED AFTER THE        *
      * RELEASE - WHAT THE STEWARD ALREADY CLEARED DOES NOT COUNT      *
      * TWICE.                                                         *
      ******************************************************************
       4100-PLACE-HOLD.

           MOVE WS-CP-CUST-NUM               TO FRH-CUST-NUM.
           MOVE WS-SCORE                     TO FRH-SCORE.
           MOVE WS-NAME-OF-THIS-MODULE       TO FRH-PLACED-BY.
           MOVE SPACE                        TO WS-HOLD-ACTION-SW.

           EXEC SQL
                SELECT FRH_STATUS
                     , CHAR(FRH_RELEASED_TS)
                  INTO :FRH-STATUS
                     , :FRH-RELEASED-TS
                  FROM T_CUST_FRAUD_HOLD
                 WHERE FRH_CUST_NUM = :FRH-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HOLD-NEW           TO TRUE
                   EXEC SQL
                        INSERT INTO T_CUST_FRAUD_HOLD
                               ( FRH_CUST_NUM
                               , FRH_STATUS
                               , FRH_SCORE
                               , FRH_REASON
                               , FRH_PLACED_BY
                               , FRH_PLACED_TS
                               , FRH_RELEASED_TS )
                        VALUES ( :FRH-CUST-NUM
                               , 'H'
                               , :FRH-SCORE
                               , :FRH-REASON
                               , :FRH-PLACED-BY
                               , CURRENT TIMESTAMP
                               , CURRENT TIMESTAMP )
                   END-EXEC
               WHEN SQLCODE NOT = 0
                   CONTINUE
               WHEN FRH-IS-HELD
                   SET WS-HOLD-REFRESH       TO TRUE
                   EXEC SQL
                        UPDATE T_CUST_FRAUD_HOLD
                           SET FRH_SCORE    = :FRH-SCORE
                             , FRH_REASON   = :FRH-REASON
                         WHERE FRH_CUST_NUM = :FRH-CUST-NUM
                   END-EXEC
               WHEN WS-CP-LAST-UPDATE-TS <= FRH-RELEASED-TS
                   SET WS-HOLD-SKIP          TO TRUE
                   ADD 1                     TO WS-ALREADY-REVIEWED
                   GO TO 4100-EXIT
               WHEN OTHER
                   SET WS-HOLD-NEW           TO TRUE
                   EXEC SQL
                        UPDATE T_CUST_FRAUD_HOLD
                           SET FRH_STATUS      = 'H'
                             , FRH_SCORE       = :FRH-SCORE
                             , FRH_REASON      = :FRH-REASON
                             , FRH_PLACED_BY   = :FRH-PLACED-BY
                             , FRH_PLACED_TS   = CURRENT TIMESTAMP
                             , FRH_RELEASED_TS = CURRENT TIMESTAMP
                         WHERE FRH_CUST_NUM = :FRH-CUST-NUM
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-HOLD-SKIP              TO TRUE
               DISPLAY 'F5748ATO - HOLD WRITE FAILED SQLCODE='
                        SQLCODE ' FOR ' WS-CP-CUST-NUM
               GO TO 4100-EXIT
           END-IF.

           IF WS-HOLD-NEW
               ADD 1                         TO WS-HOLDS-PLACED
           ELSE
               ADD 1                         TO WS-HOLDS-REFRESHED
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4200-UPSERT-STEWARD-CASE                      *
      * SAME UPDATE-THEN-INSERT AS THE OTHER WORKQUEUE FEEDERS - A     *
      * CLOSED CASE FOR A CUSTOMER HELD AGAIN IS REOPENED.             *
      ******************************************************************
       4200-UPSERT-STEWARD-CASE.

           MOVE WS-CASE-TYPE-ATO             TO STC-CASE-TYPE.
           MOVE FRH-REASON                   TO STC-EVIDENCE.

           EXEC SQL
                UPDATE T_UIS_STEWARD_CASE
                   SET STC_LAST_SEEN_TS = CURRENT TIMESTAMP
                     , STC_SEEN_COUNT   = STC_SEEN_COUNT + 1
                     , STC_EVIDENCE     = :STC-EVIDENCE
                     , STC_STATUS       = CASE WHEN STC_STATUS = 'C'
                                          THEN 'O' ELSE STC_STATUS
                                          END
                 WHERE STC_CASE_TYPE  = :STC-CASE-TYPE
                   AND STC_CUST_NUM_A = :WS-CP-CUST-NUM
                   AND STC_CUST_NUM_B = ' '
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_UIS_STEWARD_CASE
                           ( STC_CASE_TYPE
                           , STC_CUST_NUM_A
                           , STC_CUST_NUM_B
                           , STC_EVIDENCE
                           , STC_FIRST_SEEN_TS
                           , STC_LAST_SEEN_TS
                           , STC_SEEN_COUNT
                           , STC_STATUS
                           , STC_CLAIMED_BY
                           , STC_NOTE
                           , STC_CLOSED_TS )
                    VALUES ( :STC-CASE-TYPE
                           , :WS-CP-CUST-NUM
                           , ' '
                           , :STC-EVIDENCE
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , 'O'
                           , ' '
                           , ' '
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748ATO - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' WS-CP-CUST-NUM
           END-IF.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4300-WRITE-CONFIRMATION                       *
      * THE NOTICE GOES TO THE CONTACT DETAILS THE FIRST CHANGE IN THE *
      * WINDOW REPLACED. A CUSTOMER HELD WITHOUT A CONTACT CHANGE, OR  *
      * WHOSE FIRST CONTACT ROW WAS CREATED (NOT REPLACED) IN THE      *
      * WINDOW, HAS NO PRIOR ADDRESS TO WRITE TO.                      *
      ******************************************************************
       4300-WRITE-CONFIRMATION.

           IF WS-CP-FIRST-CONTACT-TS = SPACES
               ADD 1                         TO WS-NO-PRIOR-ADDRESS
               GO TO 4300-EXIT
           END-IF.

           EXEC SQL
                SELECT CCH_ADDR_LINE_1
                     , CCH_ADDR_LINE_2
                     , CCH_CITY
                     , CCH_STATE
                     , CCH_POSTAL_CD
                     , CHAR(DATE(CCH_REPLACED_TS), ISO)
                  INTO :CCH-ADDR-LINE-1
                     , :CCH-ADDR-LINE-2
                     , :CCH-CITY
                     , :CCH-STATE
                     , :CCH-POSTAL-CD
                     , :CCH-EFF-DATE
                  FROM T_CUST_CONTACT_HIST
                 WHERE CCH_CUST_NUM     = :WS-CP-CUST-NUM
                   AND CCH_REPLACED_TS >=
                       TIMESTAMP(:WS-WINDOW-START-TS)
                 ORDER BY CCH_REPLACED_TS
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-NO-PRIOR-ADDRESS
               GO TO 4300-EXIT
           END-IF.

           MOVE SPACES                       TO ATO-NOTICE-RECORD.
           MOVE WS-NOTICE-TEMPLATE           TO ATN-TEMPLATE-CODE.
           MOVE WS-CP-CUST-NUM               TO ATN-CUST-NUM.
           MOVE CCH-ADDR-LINE-1              TO ATN-ADDR-LINE-1.
           MOVE CCH-ADDR-LINE-2              TO ATN-ADDR-LINE-2.
           MOVE CCH-CITY                     TO ATN-CITY.
           MOVE CCH-STATE                    TO ATN-STATE.
           MOVE CCH-POSTAL-CD                TO ATN-POSTAL-CD.
      * THE DATE THE CONTACT DETAILS WERE CHANGED
           MOVE CCH-EFF-DATE                 TO ATN-CHANGE-DATE.

           WRITE ATO-NOTICE-RECORD.
           ADD 1                             TO WS-NOTICES-WRITTEN.
           .
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       8000-CLOSE-FILES                         *
      ******************************************************************
       8000-CLOSE-FILES.

           CLOSE ATO-NOTICE-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748ATO - HOLDS RELEASED         : '
                    WS-HOLDS-RELEASED.
           DISPLAY 'F5748ATO - UPDATES READ           : '
                    WS-UPDATES-READ.
           DISPLAY 'F5748ATO - CUSTOMERS SCORED       : '
                    WS-CUSTOMERS-SCORED.
           DISPLAY 'F5748ATO - CUSTOMERS FLAGGED      : '
                    WS-CUSTOMERS-FLAGGED.
           DISPLAY 'F5748ATO -   HOLDS PLACED         : '
                    WS-HOLDS-PLACED.
           DISPLAY 'F5748ATO -   HOLDS REFRESHED      : '
                    WS-HOLDS-REFRESHED.
           DISPLAY 'F5748ATO -   ALREADY REVIEWED     : '
                    WS-ALREADY-REVIEWED.
           DISPLAY 'F5748ATO - NOTICES WRITTEN        : '
                    WS-NOTICES-WRITTEN.
           DISPLAY 'F5748ATO - NO PRIOR ADDRESS       : '
                    WS-NO-PRIOR-ADDRESS.
           DISPLAY 'F5748ATO - FAILURES               : '
                    WS-FAILURE-COUNT.

           IF WS-FAILURE-COUNT NOT = ZEROES
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748ATO.
