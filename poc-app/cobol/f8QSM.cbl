      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748QSM.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748QSM:     QUOTA AND LOAD-SHED WHAT-IF SIMULATOR           *
      *                                                                *
      *  FUNCTION:     BEFORE A T_UIS_RACF_QUOTA LIMIT IS TIGHTENED OR *
      *                THE LOAD-SHED SETTINGS ARE CHANGED, SHOWS WHO   *
      *                WOULD HAVE BEEN TURNED AWAY. REPLAYS ONE DAY'S  *
      *                LOGGED 'REQUEST' ROWS IN TIME ORDER TWICE - ONCE*
      *                UNDER THE SETTINGS IN FORCE NOW, ONCE UNDER THE *
      *                PROPOSED SETTINGS ON THE PROPOSE FILE - USING   *
      *                THE SAME RULES AS F5748I00:                     *
      *                                                                *
      *                  LOAD SHED - A BULK-CLASS CALLER               *
      *                    (SAC_PRIORITY_CLASS 'B') IS SHED WHEN THE   *
      *                    AVERAGE 'SUMMARY' ROW LATENCY FOR THE       *
      *                    FUNCTION OVER THE SHED WINDOW EXCEEDS ITS   *
      *                    T_UIS_SRV_SLA TARGET (3065-CHECK-LOAD-SHED).*
      *                    THE AVERAGE IS TAKEN ONCE PER FUNCTION PER  *
      *                    MINUTE OF THE DAY.                          *
      *                  QUOTA - EVERY REQUEST ROW COUNTS TOWARD ITS   *
      *                    RACF ID/FUNCTION'S CLOCK HOUR, AS F5748QMN  *
      *                    COUNTS THEM; A REQUEST NOT SHED IS REJECTED *
      *                    ONCE THE HOUR'S COUNT PASSES THE LIMIT. THE *
      *                    REPLAY CUTS OFF ON THE EXACT REQUEST, NOT   *
      *                    WITHIN THE MONITOR'S CADENCE, SO IT CAN SHOW*
      *                    A FEW MORE REJECTIONS THAN REALLY HAPPEN.   *
      *                                                                *
      *                REPORTS, FOR EACH RACF ID/FUNCTION (QUOTA) AND  *
      *                SOURCE APPLICATION/FUNCTION (LOAD SHED), THE    *
      *                REJECTIONS ACTUALLY LOGGED THAT DAY (RESPONSE   *
      *                STATUS '17' / '25'), THE REPLAY UNDER TODAY'S   *
      *                SETTINGS, THE REPLAY UNDER THE PROPOSAL, THE    *
      *                CHANGE, AND THE HOURS THE PROPOSAL WOULD REJECT *
      *                IN; THEN THE SAME THREE COUNTS HOUR BY HOUR.    *
      *                NOTHING IS UPDATED - ONCE AGREED, A QUOTA       *
      *                CHANGE STILL GOES THROUGH F5748QTM AND AN SLA   *
      *                TARGET THROUGH F5748SLM.                        *
      *                                                                *
      *  ENVIRONMENT:  BATCH, ON REQUEST.                              *
      *                                                                *
      *  PARAMETERS:   SYSIN - ONE CARD:                               *
      *                   COLS 01-10  REPLAY DATE (YYYY-MM-DD), BLANK  *
      *                               FOR YESTERDAY                    *
      *                                                                *
      *  INPUT:        PROPOSE - PROPOSED SETTINGS, 80-BYTE CARDS. ANY *
      *                SETTING NOT ON A CARD STAYS AS IT IS NOW.       *
      *                   COL  01     CARD TYPE ('*' = COMMENT)        *
      *                                 Q - QUOTA, RACF ID/FUNCTION    *
      *                                 T - SLA TARGET FOR A FUNCTION  *
      *                                 C - PRIORITY CLASS FOR A CALLER*
      *                                 W - SHED WINDOW IN MINUTES     *
      *                   COLS 03-12  RACF ID (Q) OR SOURCE APPL (C)   *
      *                   COLS 14-17  SERVICE FUNCTION CODE (Q, T)     *
      *                   COLS 19-27  MAX CALLS PER HOUR (Q), TARGET   *
      *                               MS (T) OR MINUTES (W) - RIGHT-   *
      *                               JUSTIFIED, ZERO-FILLED; 'NONE' ON*
      *                               A Q OR T CARD REMOVES THE LIMIT; *
      *                               C, S OR B IN COL 19 ON A C CARD  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_RACF_QUOTA (READ)                         *
      *                T_UIS_SRV_SLA (READ)                            *
      *                T_UIS_APPRVD_CALLER (READ)                      *
      *                                                                *
      *  RETURN CODE:  0 REPLAYED, 4 A PROPOSAL CARD WAS REJECTED, A   *
      *                TABLE FILLED, OR NO REQUESTS WERE LOGGED THAT   *
      *                DAY, 8 BAD REPLAY DATE OR A DB2 FAILURE         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE             ASSIGN TO PROPOSE
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PROPOSAL-RECORD.
           05  PR-CARD-TYPE                 PIC X(01).
               88  PR-IS-COMMENT                      VALUE '*'.
               88  PR-IS-QUOTA                        VALUE 'Q'.
               88  PR-IS-SLA-TARGET                   VALUE 'T'.
               88  PR-IS-CALLER-CLASS                 VALUE 'C'.
               88  PR-IS-SHED-WINDOW                  VALUE 'W'.
           05  FILLER                       PIC X(01).
           05  PR-NAME                      PIC X(10).
           05  FILLER                       PIC X(01).
           05  PR-SRV-FN-CD                 PIC X(04).
           05  FILLER                       PIC X(01).
           05  PR-VALUE                     PIC X(09).
           05  PR-VALUE-N REDEFINES PR-VALUE
                                            PIC 9(09).
           05  PR-CLASS-VIEW REDEFINES PR-VALUE.
               10  PR-CLASS                 PIC X(01).
                   88  PR-CLASS-IS-VALID          VALUE 'C' 'S' 'B'.
               10  PR-CLASS-REST            PIC X(08).
           05  FILLER                       PIC X(53).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748QSM'.
      * THE SHED WINDOW IN FORCE NOW - WS-SHED-WINDOW-MINUTES IN
      * F5748I00. THE TWO MUST AGREE.
           05  WS-CUR-SHED-WINDOW           PIC S9(09) USAGE COMP
                                                        VALUE 5.
      * A LIMIT OR TARGET OF -1 MEANS THERE IS NONE.
           05  WS-NO-LIMIT                  PIC S9(09) USAGE COMP
                                                        VALUE -1.

       01  WS-PARM-CARD.
           05  WS-PARM-REPLAY-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(70) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-REPLAY-DATE               PIC X(10) VALUE SPACES.
           05  WS-PROP-SHED-WINDOW          PIC S9(09) USAGE COMP
                                                        VALUE 5.
           05  WS-AVG-WINDOW                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-AVG-MS                    PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-KEY-NAME                  PIC X(10) VALUE SPACES.
           05  WS-KEY-SRV-FN-CD             PIC X(04) VALUE SPACES.
           05  WS-HOUR-SUB                  PIC 9(02) VALUE ZEROES.
           05  WS-FMT-LIMIT                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FMT-TEXT                  PIC X(09) VALUE SPACES.
           05  WS-FMT-EDIT                  PIC Z(08)9.
           05  WS-EDIT-ACTUAL               PIC Z(08)9.
           05  WS-EDIT-NOW                  PIC Z(08)9.
           05  WS-EDIT-PROP                 PIC Z(08)9.
           05  WS-EDIT-CHANGE               PIC -(08)9.
           05  WS-EDIT-HOUR                 PIC 9(02).
           05  WS-LIMIT-NOW-TEXT            PIC X(09) VALUE SPACES.
           05  WS-LIMIT-PROP-TEXT           PIC X(09) VALUE SPACES.
           05  WS-CHANGE                    PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      * THE REQUEST BEING REPLAYED.
       01  WS-REQUEST-ROW.
           05  WS-REQ-TS                    PIC X(26) VALUE SPACES.
           05  WS-REQ-TS-VIEW REDEFINES WS-REQ-TS.
               10  WS-REQ-MINUTE            PIC X(16).
               10  FILLER                   PIC X(10).
           05  WS-REQ-TS-HOUR-VIEW REDEFINES WS-REQ-TS.
               10  FILLER                   PIC X(11).
               10  WS-REQ-HOUR              PIC 9(02).
               10  FILLER                   PIC X(13).
           05  WS-REQ-RACF-ID               PIC X(08) VALUE SPACES.
           05  WS-REQ-SRV-FN-CD             PIC X(04) VALUE SPACES.
           05  WS-REQ-SRC-APP               PIC X(10) VALUE SPACES.

      * ONE GROUP OF REJECTIONS ACTUALLY LOGGED.
       01  WS-ACTUAL-ROW.
           05  WS-ACT-STATUS                PIC X(02) VALUE SPACES.
               88  WS-ACT-IS-QUOTA                    VALUE '17'.
               88  WS-ACT-IS-SHED                     VALUE '25'.
           05  WS-ACT-RACF-ID               PIC X(08) VALUE SPACES.
           05  WS-ACT-SRV-FN-CD             PIC X(04) VALUE SPACES.
           05  WS-ACT-SRC-APP               PIC X(10) VALUE SPACES.
           05  WS-ACT-HOUR                  PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ACT-COUNT                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      * EVERY RACF ID/FUNCTION WITH A QUOTA NOW, IN THE PROPOSAL, OR
      * REJECTED FOR QUOTA THAT DAY. A SPACES KEY ENDS THE TABLE.
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-ENTRY               OCCURS 1000 TIMES
                                            INDEXED BY WS-QKX.
               10  WS-QK-RACF-ID            PIC X(08).
               10  WS-QK-SRV-FN-CD          PIC X(04).
               10  WS-QK-LIMIT-NOW          PIC S9(09) USAGE COMP.
               10  WS-QK-LIMIT-PROP         PIC S9(09) USAGE COMP.
               10  WS-QK-HOUR               PIC 9(02).
               10  WS-QK-HOUR-COUNT         PIC S9(09) USAGE COMP.
               10  WS-QK-ACTUAL             PIC S9(09) USAGE COMP.
               10  WS-QK-NOW                PIC S9(09) USAGE COMP.
               10  WS-QK-PROP               PIC S9(09) USAGE COMP.
               10  WS-QK-PROP-HOURS         PIC X(24).

      * EVERY SOURCE APPLICATION/FUNCTION SHED, NOW OR PROPOSED, OR
      * ACTUALLY SHED THAT DAY.
       01  WS-SHED-TABLE.
           05  WS-SHED-ENTRY                OCCURS 500 TIMES
                                            INDEXED BY WS-SKX.
               10  WS-SK-SRC-APP            PIC X(10).
               10  WS-SK-SRV-FN-CD          PIC X(04).
               10  WS-SK-ACTUAL             PIC S9(09) USAGE COMP.
               10  WS-SK-NOW                PIC S9(09) USAGE COMP.
               10  WS-SK-PROP               PIC S9(09) USAGE COMP.
               10  WS-SK-PROP-HOURS         PIC X(24).

      * EVERY APPROVED-CALLER ROW'S PRIORITY CLASS, NOW AND PROPOSED.
       01  WS-CALLER-TABLE.
           05  WS-CALLER-ENTRY              OCCURS 1000 TIMES
                                            INDEXED BY WS-CLX.
               10  WS-CL-SRC-APP            PIC X(10).
               10  WS-CL-CLASS-NOW          PIC X(01).
               10  WS-CL-CLASS-PROP         PIC X(01).

      * EVERY FUNCTION WITH AN SLA TARGET NOW OR PROPOSED, WITH THE
      * LAST WINDOW AVERAGE TAKEN UNDER EACH SHED WINDOW.
       01  WS-FUNCTION-TABLE.
           05  WS-FUNCTION-ENTRY            OCCURS 200 TIMES
                                            INDEXED BY WS-FNX.
               10  WS-FN-SRV-FN-CD          PIC X(04).
               10  WS-FN-TARGET-NOW         PIC S9(09) USAGE COMP.
               10  WS-FN-TARGET-PROP        PIC S9(09) USAGE COMP.
               10  WS-FN-NOW-MINUTE         PIC X(16).
               10  WS-FN-NOW-AVG            PIC S9(09) USAGE COMP.
               10  WS-FN-PROP-MINUTE        PIC X(16).
               10  WS-FN-PROP-AVG           PIC S9(09) USAGE COMP.

       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY                OCCURS 24 TIMES.
               10  WS-HR-QTA-ACTUAL         PIC S9(09) USAGE COMP.
               10  WS-HR-QTA-NOW            PIC S9(09) USAGE COMP.
               10  WS-HR-QTA-PROP           PIC S9(09) USAGE COMP.
               10  WS-HR-SHD-ACTUAL         PIC S9(09) USAGE COMP.
               10  WS-HR-SHD-NOW            PIC S9(09) USAGE COMP.
               10  WS-HR-SHD-PROP           PIC S9(09) USAGE COMP.

       01  WS-COUNTER-AREA.
           05  WS-CARDS-READ                PIC 9(05) VALUE ZEROES.
           05  WS-CARDS-REJECTED            PIC 9(05) VALUE ZEROES.
           05  WS-REQUESTS-REPLAYED         PIC 9(09) VALUE ZEROES.
           05  WS-AVERAGES-TAKEN            PIC 9(09) VALUE ZEROES.
           05  WS-TABLE-FULL-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-FAILURE-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-TOT-QTA-ACTUAL            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-QTA-NOW               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-QTA-PROP              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-SHD-ACTUAL            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-SHD-NOW               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-SHD-PROP              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-PROPOSAL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PROPOSAL-EOF                    VALUE 'Y'.
           05  WS-KEY-SW                    PIC X(01) VALUE 'N'.
               88  WS-KEY-FOUND                       VALUE 'Y'.
               88  WS-KEY-NOT-FOUND                   VALUE 'N'.
               88  WS-KEY-TABLE-FULL                  VALUE 'F'.
           05  WS-SHED-NOW-SW               PIC X(01) VALUE 'N'.
               88  WS-SHED-NOW                        VALUE 'Y'.
               88  WS-NOT-SHED-NOW                    VALUE 'N'.
           05  WS-SHED-PROP-SW              PIC X(01) VALUE 'N'.
               88  WS-SHED-PROP                       VALUE 'Y'.
               88  WS-NOT-SHED-PROP                   VALUE 'N'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_RACF_QUOTA
           EXEC SQL INCLUDE F5748QTA     END-EXEC.

      * DCLGEN FOR T_UIS_SRV_SLA
           EXEC SQL INCLUDE F5748SLT     END-EXEC.

      * DCLGEN FOR T_UIS_APPRVD_CALLER
           EXEC SQL INCLUDE F5748SAC     END-EXEC.

           EXEC SQL
                DECLARE QUOTA-CSR CURSOR FOR
                SELECT QTA_RACF_ID
                     , QTA_SRV_FN_CD
                     , QTA_MAX_CALLS_HR
                  FROM T_UIS_RACF_QUOTA
                 ORDER BY QTA_RACF_ID, QTA_SRV_FN_CD
           END-EXEC.

           EXEC SQL
                DECLARE SLA-CSR CURSOR FOR
                SELECT SLA_SRV_FN_CD
                     , SLA_TARGET_MS
                  FROM T_UIS_SRV_SLA
                 ORDER BY SLA_SRV_FN_CD
           END-EXEC.

           EXEC SQL
                DECLARE CALLER-CSR CURSOR FOR
                SELECT SRC_APP_NM
                     , SAC_PRIORITY_CLASS
                  FROM T_UIS_APPRVD_CALLER
                 ORDER BY SRC_APP_NM
           END-EXEC.

      * THE DAY'S REQUESTS IN THE ORDER THEY ARRIVED.
           EXEC SQL
                DECLARE REQUEST-CSR CURSOR FOR
                SELECT CHAR(TLG_LOG_TIMESTAMP)
                     , TLG_RACF_ID
                     , TLG_SRV_FN_CD
                     , TLG_SOURCE_APPLIC
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'REQUEST'
                   AND DATE(TLG_LOG_TIMESTAMP) = :WS-REPLAY-DATE
                 ORDER BY TLG_LOG_TIMESTAMP
           END-EXEC.

      * WHAT ACTUALLY HAPPENED - QUOTA ('17') AND TRY-LATER ('25')
      * REPLIES, BY CALLER AND HOUR.
           EXEC SQL
                DECLARE ACTUAL-CSR CURSOR FOR
                SELECT TLG_REQUEST_STATUS
                     , TLG_RACF_ID
                     , TLG_SRV_FN_CD
                     , TLG_SOURCE_APPLIC
                     , SMALLINT(HOUR(TLG_LOG_TIMESTAMP))
                     , COUNT(*)
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'RESPONSE'
                   AND TLG_REQUEST_STATUS IN ('17', '25')
                   AND DATE(TLG_LOG_TIMESTAMP) = :WS-REPLAY-DATE
                 GROUP BY TLG_REQUEST_STATUS, TLG_RACF_ID,
                          TLG_SRV_FN_CD, TLG_SOURCE_APPLIC,
                          HOUR(TLG_LOG_TIMESTAMP)
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748QSM WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 1100-LOAD-CURRENT-QUOTAS
              THRU 1100-EXIT.

           PERFORM 1200-LOAD-CURRENT-TARGETS
              THRU 1200-EXIT.

           PERFORM 1300-LOAD-CALLER-CLASSES
              THRU 1300-EXIT.

           PERFORM 1500-READ-PROPOSAL
              THRU 1500-EXIT.

           IF WS-FAILURE-COUNT = ZEROES
               PERFORM 2000-REPLAY-REQUESTS
                  THRU 2000-EXIT
           END-IF.

           IF WS-FAILURE-COUNT = ZEROES
               PERFORM 3000-LOAD-ACTUALS
                  THRU 3000-EXIT
           END-IF.

           PERFORM 9000-REPORT-SETTINGS
              THRU 9000-EXIT.

           PERFORM 9100-REPORT-QUOTA
              THRU 9100-EXIT.

           PERFORM 9200-REPORT-LOAD-SHED
              THRU 9200-EXIT.

           PERFORM 9300-REPORT-BY-HOUR
              THRU 9300-EXIT.

           PERFORM 9400-REPORT-SUMMARY
              THRU 9400-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-REPLAY-DATE = SPACES
               EXEC SQL
                    SET :WS-REPLAY-DATE =
                        CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
           ELSE
               EXEC SQL
                    SET :WS-REPLAY-DATE =
                        CHAR(DATE(:WS-PARM-REPLAY-DATE), ISO)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - REJECTED, REPLAY DATE NOT '
                       'YYYY-MM-DD: ' WS-PARM-REPLAY-DATE
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES                       TO WS-QUOTA-TABLE
                                                WS-SHED-TABLE
                                                WS-CALLER-TABLE
                                                WS-FUNCTION-TABLE.
           INITIALIZE WS-HOUR-TABLE.
           MOVE WS-CUR-SHED-WINDOW           TO WS-PROP-SHED-WINDOW.

           DISPLAY 'F5748QSM - QUOTA AND LOAD-SHED WHAT-IF FOR '
                   WS-REPLAY-DATE.
           DISPLAY ' '.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1100-LOAD-CURRENT-QUOTAS                     *
      * EVERY QUOTA ROW STARTS WITH THE SAME LIMIT NOW AND PROPOSED.   *
      ******************************************************************
       1100-LOAD-CURRENT-QUOTAS.

           EXEC SQL
                OPEN QUOTA-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - OPEN QUOTA CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 1110-LOAD-ONE-QUOTA
              THRU 1110-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE QUOTA-CSR
           END-EXEC.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     1110-LOAD-ONE-QUOTA                        *
      ******************************************************************
       1110-LOAD-ONE-QUOTA.

           EXEC SQL
                FETCH QUOTA-CSR
                INTO  :QTA-RACF-ID
                     ,:QTA-SRV-FN-CD
                     ,:QTA-MAX-CALLS-HR
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1110-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - QUOTA FETCH FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1110-EXIT
           END-IF.

           MOVE QTA-RACF-ID                  TO WS-KEY-NAME.
           MOVE QTA-SRV-FN-CD                TO WS-KEY-SRV-FN-CD.

           PERFORM 7100-FIND-QUOTA-KEY
              THRU 7100-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1110-EXIT
           END-IF.

           MOVE QTA-MAX-CALLS-HR        TO WS-QK-LIMIT-NOW(WS-QKX)
                                           WS-QK-LIMIT-PROP(WS-QKX).
           .
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1200-LOAD-CURRENT-TARGETS                     *
      ******************************************************************
       1200-LOAD-CURRENT-TARGETS.

           EXEC SQL
                OPEN SLA-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - OPEN SLA CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 1200-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 1210-LOAD-ONE-TARGET
              THRU 1210-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SLA-CSR
           END-EXEC.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1210-LOAD-ONE-TARGET                        *
      ******************************************************************
       1210-LOAD-ONE-TARGET.

           EXEC SQL
                FETCH SLA-CSR
                INTO  :SLA-SRV-FN-CD
                     ,:SLA-TARGET-MS
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1210-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - SLA FETCH FAILED SQLCODE=' SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1210-EXIT
           END-IF.

           MOVE SLA-SRV-FN-CD                TO WS-KEY-SRV-FN-CD.

           PERFORM 7300-FIND-FUNCTION
              THRU 7300-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1210-EXIT
           END-IF.

           MOVE SLA-TARGET-MS          TO WS-FN-TARGET-NOW(WS-FNX)
                                          WS-FN-TARGET-PROP(WS-FNX).
           .
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1300-LOAD-CALLER-CLASSES                      *
      ******************************************************************
       1300-LOAD-CALLER-CLASSES.

           EXEC SQL
                OPEN CALLER-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - OPEN CALLER CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 1300-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 1310-LOAD-ONE-CALLER
              THRU 1310-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CALLER-CSR
           END-EXEC.
           .
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1310-LOAD-ONE-CALLER                        *
      ******************************************************************
       1310-LOAD-ONE-CALLER.

           EXEC SQL
                FETCH CALLER-CSR
                INTO  :SAC-SRC-APP-NM
                     ,:SAC-PRIORITY-CLASS
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1310-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - CALLER FETCH FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1310-EXIT
           END-IF.

           MOVE SAC-SRC-APP-NM               TO WS-KEY-NAME.

           PERFORM 7400-FIND-CALLER
              THRU 7400-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1310-EXIT
           END-IF.

           MOVE SAC-PRIORITY-CLASS     TO WS-CL-CLASS-NOW(WS-CLX)
                                          WS-CL-CLASS-PROP(WS-CLX).
           .
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     1500-READ-PROPOSAL                         *
      * LAYS EACH PROPOSAL CARD OVER THE SETTINGS IN FORCE NOW. A CARD *
      * THAT DOES NOT EDIT IS LISTED AND IGNORED.                      *
      ******************************************************************
       1500-READ-PROPOSAL.

           OPEN INPUT PROPOSAL-FILE.

           PERFORM 1510-APPLY-ONE-CARD
              THRU 1510-EXIT
              UNTIL WS-PROPOSAL-EOF.

           CLOSE PROPOSAL-FILE.

           DISPLAY ' '.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1510-APPLY-ONE-CARD                         *
      ******************************************************************
       1510-APPLY-ONE-CARD.

           READ PROPOSAL-FILE
               AT END
                   SET WS-PROPOSAL-EOF       TO TRUE
                   GO TO 1510-EXIT
           END-READ.

           IF PR-IS-COMMENT
               GO TO 1510-EXIT
           END-IF.

           ADD 1                             TO WS-CARDS-READ.

           EVALUATE TRUE
               WHEN PR-IS-QUOTA
                   PERFORM 1520-APPLY-QUOTA-CARD
                      THRU 1520-EXIT
               WHEN PR-IS-SLA-TARGET
                   PERFORM 1530-APPLY-TARGET-CARD
                      THRU 1530-EXIT
               WHEN PR-IS-CALLER-CLASS
                   PERFORM 1540-APPLY-CLASS-CARD
                      THRU 1540-EXIT
               WHEN PR-IS-SHED-WINDOW
                   PERFORM 1550-APPLY-WINDOW-CARD
                      THRU 1550-EXIT
               WHEN OTHER
                   PERFORM 1590-REJECT-CARD
                      THRU 1590-EXIT
           END-EVALUATE.
           .
       1510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1520-APPLY-QUOTA-CARD                        *
      ******************************************************************
       1520-APPLY-QUOTA-CARD.

           IF PR-NAME = SPACES
            OR PR-NAME(9:2) NOT = SPACES
            OR PR-SRV-FN-CD = SPACES
            OR (PR-VALUE NOT = 'NONE' AND PR-VALUE-N NOT NUMERIC)
               PERFORM 1590-REJECT-CARD
                  THRU 1590-EXIT
               GO TO 1520-EXIT
           END-IF.

           MOVE PR-NAME                      TO WS-KEY-NAME.
           MOVE PR-SRV-FN-CD                 TO WS-KEY-SRV-FN-CD.

           PERFORM 7100-FIND-QUOTA-KEY
              THRU 7100-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1520-EXIT
           END-IF.

           IF PR-VALUE = 'NONE'
               MOVE WS-NO-LIMIT         TO WS-QK-LIMIT-PROP(WS-QKX)
           ELSE
               MOVE PR-VALUE-N          TO WS-QK-LIMIT-PROP(WS-QKX)
           END-IF.

           DISPLAY 'F5748QSM - PROPOSED QUOTA  ' PR-NAME(1:8) ' '
                   PR-SRV-FN-CD ' ' PR-VALUE.
           .
       1520-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1530-APPLY-TARGET-CARD                        *
      ******************************************************************
       1530-APPLY-TARGET-CARD.

           IF PR-SRV-FN-CD = SPACES
            OR (PR-VALUE NOT = 'NONE' AND PR-VALUE-N NOT NUMERIC)
               PERFORM 1590-REJECT-CARD
                  THRU 1590-EXIT
               GO TO 1530-EXIT
           END-IF.

           MOVE PR-SRV-FN-CD                 TO WS-KEY-SRV-FN-CD.

           PERFORM 7300-FIND-FUNCTION
              THRU 7300-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1530-EXIT
           END-IF.

           IF PR-VALUE = 'NONE'
               MOVE WS-NO-LIMIT         TO WS-FN-TARGET-PROP(WS-FNX)
           ELSE
               MOVE PR-VALUE-N          TO WS-FN-TARGET-PROP(WS-FNX)
           END-IF.

           DISPLAY 'F5748QSM - PROPOSED TARGET ' PR-SRV-FN-CD ' '
                   PR-VALUE.
           .
       1530-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1540-APPLY-CLASS-CARD                        *
      ******************************************************************
       1540-APPLY-CLASS-CARD.

           IF PR-NAME = SPACES
            OR NOT PR-CLASS-IS-VALID
            OR PR-CLASS-REST NOT = SPACES
               PERFORM 1590-REJECT-CARD
                  THRU 1590-EXIT
               GO TO 1540-EXIT
           END-IF.

           MOVE PR-NAME                      TO WS-KEY-NAME.

           PERFORM 7400-FIND-CALLER
              THRU 7400-EXIT.

           IF WS-KEY-TABLE-FULL
               GO TO 1540-EXIT
           END-IF.

           MOVE PR-CLASS                TO WS-CL-CLASS-PROP(WS-CLX).

           DISPLAY 'F5748QSM - PROPOSED CLASS  ' PR-NAME ' '
                   PR-CLASS.
           .
       1540-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1550-APPLY-WINDOW-CARD                        *
      ******************************************************************
       1550-APPLY-WINDOW-CARD.

           IF PR-VALUE-N NOT NUMERIC
               PERFORM 1590-REJECT-CARD
                  THRU 1590-EXIT
               GO TO 1550-EXIT
           END-IF.

           IF PR-VALUE-N = ZEROES
               PERFORM 1590-REJECT-CARD
                  THRU 1590-EXIT
               GO TO 1550-EXIT
           END-IF.

           MOVE PR-VALUE-N                   TO WS-PROP-SHED-WINDOW.

           DISPLAY 'F5748QSM - PROPOSED WINDOW ' PR-VALUE
                   ' MINUTES'.
           .
       1550-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1590-REJECT-CARD                          *
      ******************************************************************
       1590-REJECT-CARD.

           ADD 1                             TO WS-CARDS-REJECTED.

           DISPLAY 'F5748QSM - PROPOSAL CARD REJECTED, IGNORED: '
                   PROPOSAL-RECORD(1:40).
           .
       1590-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-REPLAY-REQUESTS                        *
      ******************************************************************
       2000-REPLAY-REQUESTS.

           EXEC SQL
                OPEN REQUEST-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - OPEN REQUEST CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 2100-REPLAY-ONE-REQUEST
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR
                 OR WS-FAILURE-COUNT NOT = ZEROES.

           EXEC SQL
                CLOSE REQUEST-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-REPLAY-ONE-REQUEST                      *
      * A REQUEST SHED IS NOT ALSO REJECTED FOR QUOTA, BUT IT STILL    *
      * COUNTS TOWARD THE HOUR - F5748QMN COUNTS EVERY REQUEST ROW.    *
      ******************************************************************
       2100-REPLAY-ONE-REQUEST.

           EXEC SQL
                FETCH REQUEST-CSR
                INTO  :WS-REQ-TS
                     ,:WS-REQ-RACF-ID
                     ,:WS-REQ-SRV-FN-CD
                     ,:WS-REQ-SRC-APP
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - REQUEST FETCH FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-REQUESTS-REPLAYED.
           COMPUTE WS-HOUR-SUB = WS-REQ-HOUR + 1.

           PERFORM 2200-CHECK-LOAD-SHED
              THRU 2200-EXIT.

           PERFORM 2300-CHECK-QUOTA
              THRU 2300-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-CHECK-LOAD-SHED                        *
      * ONLY A CALLER THAT IS BULK-CLASS NOW OR PROPOSED, CALLING A    *
      * FUNCTION WITH AN SLA TARGET NOW OR PROPOSED, CAN BE SHED.      *
      ******************************************************************
       2200-CHECK-LOAD-SHED.

           SET WS-NOT-SHED-NOW               TO TRUE.
           SET WS-NOT-SHED-PROP              TO TRUE.

           SET WS-CLX                        TO 1.
           SEARCH WS-CALLER-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN WS-CL-SRC-APP(WS-CLX) = SPACES
                   GO TO 2200-EXIT
               WHEN WS-CL-SRC-APP(WS-CLX) = WS-REQ-SRC-APP
                   CONTINUE
           END-SEARCH.

           IF WS-CL-CLASS-NOW(WS-CLX) NOT = 'B'
            AND WS-CL-CLASS-PROP(WS-CLX) NOT = 'B'
               GO TO 2200-EXIT
           END-IF.

           SET WS-FNX                        TO 1.
           SEARCH WS-FUNCTION-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN WS-FN-SRV-FN-CD(WS-FNX) = SPACES
                   GO TO 2200-EXIT
               WHEN WS-FN-SRV-FN-CD(WS-FNX) = WS-REQ-SRV-FN-CD
                   CONTINUE
           END-SEARCH.

           IF WS-CL-CLASS-NOW(WS-CLX) = 'B'
            AND WS-FN-TARGET-NOW(WS-FNX) NOT < ZEROES
               IF WS-FN-NOW-MINUTE(WS-FNX) NOT = WS-REQ-MINUTE
                   MOVE WS-CUR-SHED-WINDOW   TO WS-AVG-WINDOW
                   PERFORM 2250-GET-WINDOW-AVERAGE
                      THRU 2250-EXIT
                   MOVE WS-AVG-MS       TO WS-FN-NOW-AVG(WS-FNX)
                   MOVE WS-REQ-MINUTE   TO WS-FN-NOW-MINUTE(WS-FNX)
               END-IF
               IF WS-FN-NOW-AVG(WS-FNX) > WS-FN-TARGET-NOW(WS-FNX)
                   SET WS-SHED-NOW           TO TRUE
               END-IF
           END-IF.

           IF WS-CL-CLASS-PROP(WS-CLX) = 'B'
            AND WS-FN-TARGET-PROP(WS-FNX) NOT < ZEROES
               IF WS-FN-PROP-MINUTE(WS-FNX) NOT = WS-REQ-MINUTE
                   MOVE WS-PROP-SHED-WINDOW  TO WS-AVG-WINDOW
                   PERFORM 2250-GET-WINDOW-AVERAGE
                      THRU 2250-EXIT
                   MOVE WS-AVG-MS       TO WS-FN-PROP-AVG(WS-FNX)
                   MOVE WS-REQ-MINUTE   TO WS-FN-PROP-MINUTE(WS-FNX)
               END-IF
               IF WS-FN-PROP-AVG(WS-FNX) > WS-FN-TARGET-PROP(WS-FNX)
                   SET WS-SHED-PROP          TO TRUE
               END-IF
           END-IF.

           IF WS-NOT-SHED-NOW AND WS-NOT-SHED-PROP
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-REQ-SRC-APP               TO WS-KEY-NAME.
           MOVE WS-REQ-SRV-FN-CD             TO WS-KEY-SRV-FN-CD.

           PERFORM 7200-FIND-SHED-KEY
              THRU 7200-EXIT.

           IF WS-SHED-NOW
               ADD 1                    TO WS-HR-SHD-NOW(WS-HOUR-SUB)
               IF NOT WS-KEY-TABLE-FULL
                   ADD 1                TO WS-SK-NOW(WS-SKX)
               END-IF
           END-IF.

           IF WS-SHED-PROP
               ADD 1                    TO WS-HR-SHD-PROP(WS-HOUR-SUB)
               IF NOT WS-KEY-TABLE-FULL
                   ADD 1                TO WS-SK-PROP(WS-SKX)
                   MOVE '*'
                     TO WS-SK-PROP-HOURS(WS-SKX)(WS-HOUR-SUB:1)
               END-IF
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2250-GET-WINDOW-AVERAGE                       *
      * THE SAME AVERAGE 3065-CHECK-LOAD-SHED TAKES, ENDING AT THE     *
      * REQUEST BEING REPLAYED.                                        *
      ******************************************************************
       2250-GET-WINDOW-AVERAGE.

           ADD 1                             TO WS-AVERAGES-TAKEN.

           EXEC SQL
                SELECT COALESCE(AVG(TLG_DB2_ELAPSED_MS), 0)
                  INTO :WS-AVG-MS
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_SRV_FN_CD = :WS-REQ-SRV-FN-CD
                   AND TLG_LOG_TYPE  = 'SUMMARY'
                   AND TLG_LOG_TIMESTAMP >
                       (TIMESTAMP(:WS-REQ-TS) - :WS-AVG-WINDOW
                                                 MINUTES)
                   AND TLG_LOG_TIMESTAMP <= TIMESTAMP(:WS-REQ-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - LATENCY AVERAGE FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               MOVE ZEROES                   TO WS-AVG-MS
           END-IF.
           .
       2250-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2300-CHECK-QUOTA                          *
      * A RACF ID/FUNCTION WITH NO QUOTA NOW OR PROPOSED IS NOT ON THE *
      * TABLE AND IS NEVER THROTTLED.                                  *
      ******************************************************************
       2300-CHECK-QUOTA.

           SET WS-QKX                        TO 1.
           SEARCH WS-QUOTA-ENTRY
               AT END
                   GO TO 2300-EXIT
               WHEN WS-QK-RACF-ID(WS-QKX) = SPACES
                   GO TO 2300-EXIT
               WHEN WS-QK-RACF-ID(WS-QKX) = WS-REQ-RACF-ID
                AND WS-QK-SRV-FN-CD(WS-QKX) = WS-REQ-SRV-FN-CD
                   CONTINUE
           END-SEARCH.

           IF WS-QK-HOUR(WS-QKX) NOT = WS-REQ-HOUR
               MOVE WS-REQ-HOUR              TO WS-QK-HOUR(WS-QKX)
               MOVE ZEROES              TO WS-QK-HOUR-COUNT(WS-QKX)
           END-IF.

           ADD 1                        TO WS-QK-HOUR-COUNT(WS-QKX).

           IF WS-NOT-SHED-NOW
            AND WS-QK-LIMIT-NOW(WS-QKX) NOT < ZEROES
            AND WS-QK-HOUR-COUNT(WS-QKX) > WS-QK-LIMIT-NOW(WS-QKX)
               ADD 1                    TO WS-QK-NOW(WS-QKX)
                                           WS-HR-QTA-NOW(WS-HOUR-SUB)
           END-IF.

           IF WS-NOT-SHED-PROP
            AND WS-QK-LIMIT-PROP(WS-QKX) NOT < ZEROES
            AND WS-QK-HOUR-COUNT(WS-QKX) > WS-QK-LIMIT-PROP(WS-QKX)
               ADD 1                    TO WS-QK-PROP(WS-QKX)
                                           WS-HR-QTA-PROP(WS-HOUR-SUB)
               MOVE '*'
                 TO WS-QK-PROP-HOURS(WS-QKX)(WS-HOUR-SUB:1)
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-LOAD-ACTUALS                          *
      ******************************************************************
       3000-LOAD-ACTUALS.

           EXEC SQL
                OPEN ACTUAL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - OPEN ACTUAL CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 3100-LOAD-ONE-ACTUAL
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE ACTUAL-CSR
           END-EXEC.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-LOAD-ONE-ACTUAL                        *
      * A CALLER REJECTED THAT DAY IS LISTED EVEN IF NEITHER REPLAY    *
      * WOULD REJECT IT - E.G. A QUOTA ROW DELETED SINCE.              *
      ******************************************************************
       3100-LOAD-ONE-ACTUAL.

           EXEC SQL
                FETCH ACTUAL-CSR
                INTO  :WS-ACT-STATUS
                     ,:WS-ACT-RACF-ID
                     ,:WS-ACT-SRV-FN-CD
                     ,:WS-ACT-SRC-APP
                     ,:WS-ACT-HOUR
                     ,:WS-ACT-COUNT
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 3100-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748QSM - ACTUAL FETCH FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-HOUR-SUB = WS-ACT-HOUR + 1.
           MOVE WS-ACT-SRV-FN-CD             TO WS-KEY-SRV-FN-CD.

           IF WS-ACT-IS-QUOTA
               ADD WS-ACT-COUNT    TO WS-HR-QTA-ACTUAL(WS-HOUR-SUB)
               MOVE WS-ACT-RACF-ID           TO WS-KEY-NAME
               PERFORM 7100-FIND-QUOTA-KEY
                  THRU 7100-EXIT
               IF NOT WS-KEY-TABLE-FULL
                   ADD WS-ACT-COUNT     TO WS-QK-ACTUAL(WS-QKX)
               END-IF
           ELSE
               ADD WS-ACT-COUNT    TO WS-HR-SHD-ACTUAL(WS-HOUR-SUB)
               MOVE WS-ACT-SRC-APP           TO WS-KEY-NAME
               PERFORM 7200-FIND-SHED-KEY
                  THRU 7200-EXIT
               IF NOT WS-KEY-TABLE-FULL
                   ADD WS-ACT-COUNT     TO WS-SK-ACTUAL(WS-SKX)
               END-IF
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    7100-FIND-QUOTA-KEY                         *
      * FINDS WS-KEY-NAME/WS-KEY-SRV-FN-CD ON THE QUOTA TABLE, ADDING  *
      * IT (NO LIMIT NOW OR PROPOSED) IF IT IS NOT THERE.              *
      ******************************************************************
       7100-FIND-QUOTA-KEY.

           SET WS-KEY-FOUND                  TO TRUE.

           SET WS-QKX                        TO 1.
           SEARCH WS-QUOTA-ENTRY
               AT END
                   PERFORM 7900-TABLE-FULL
                      THRU 7900-EXIT
                   GO TO 7100-EXIT
               WHEN WS-QK-RACF-ID(WS-QKX) = SPACES
                   SET WS-KEY-NOT-FOUND      TO TRUE
               WHEN WS-QK-RACF-ID(WS-QKX) = WS-KEY-NAME
                AND WS-QK-SRV-FN-CD(WS-QKX) = WS-KEY-SRV-FN-CD
                   CONTINUE
           END-SEARCH.

           IF WS-KEY-FOUND
               GO TO 7100-EXIT
           END-IF.

           MOVE WS-KEY-NAME             TO WS-QK-RACF-ID(WS-QKX).
           MOVE WS-KEY-SRV-FN-CD        TO WS-QK-SRV-FN-CD(WS-QKX).
           MOVE WS-NO-LIMIT             TO WS-QK-LIMIT-NOW(WS-QKX)
                                           WS-QK-LIMIT-PROP(WS-QKX).
           MOVE ZEROES                  TO WS-QK-HOUR(WS-QKX)
                                           WS-QK-HOUR-COUNT(WS-QKX)
                                           WS-QK-ACTUAL(WS-QKX)
                                           WS-QK-NOW(WS-QKX)
                                           WS-QK-PROP(WS-QKX).
           MOVE ALL '.'                 TO WS-QK-PROP-HOURS(WS-QKX).
           .
       7100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     7200-FIND-SHED-KEY                         *
      ******************************************************************
       7200-FIND-SHED-KEY.

           SET WS-KEY-FOUND                  TO TRUE.

           SET WS-SKX                        TO 1.
           SEARCH WS-SHED-ENTRY
               AT END
                   PERFORM 7900-TABLE-FULL
                      THRU 7900-EXIT
                   GO TO 7200-EXIT
               WHEN WS-SK-SRC-APP(WS-SKX) = SPACES
                   SET WS-KEY-NOT-FOUND      TO TRUE
               WHEN WS-SK-SRC-APP(WS-SKX) = WS-KEY-NAME
                AND WS-SK-SRV-FN-CD(WS-SKX) = WS-KEY-SRV-FN-CD
                   CONTINUE
           END-SEARCH.

           IF WS-KEY-FOUND
               GO TO 7200-EXIT
           END-IF.

           MOVE WS-KEY-NAME             TO WS-SK-SRC-APP(WS-SKX).
           MOVE WS-KEY-SRV-FN-CD        TO WS-SK-SRV-FN-CD(WS-SKX).
           MOVE ZEROES                  TO WS-SK-ACTUAL(WS-SKX)
                                           WS-SK-NOW(WS-SKX)
                                           WS-SK-PROP(WS-SKX).
           MOVE ALL '.'                 TO WS-SK-PROP-HOURS(WS-SKX).
           .
       7200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     7300-FIND-FUNCTION                         *
      ******************************************************************
       7300-FIND-FUNCTION.

           SET WS-KEY-FOUND                  TO TRUE.

           SET WS-FNX                        TO 1.
           SEARCH WS-FUNCTION-ENTRY
               AT END
                   PERFORM 7900-TABLE-FULL
                      THRU 7900-EXIT
                   GO TO 7300-EXIT
               WHEN WS-FN-SRV-FN-CD(WS-FNX) = SPACES
                   SET WS-KEY-NOT-FOUND      TO TRUE
               WHEN WS-FN-SRV-FN-CD(WS-FNX) = WS-KEY-SRV-FN-CD
                   CONTINUE
           END-SEARCH.

           IF WS-KEY-FOUND
               GO TO 7300-EXIT
           END-IF.

           MOVE WS-KEY-SRV-FN-CD        TO WS-FN-SRV-FN-CD(WS-FNX).
           MOVE WS-NO-LIMIT             TO WS-FN-TARGET-NOW(WS-FNX)
                                           WS-FN-TARGET-PROP(WS-FNX).
           MOVE SPACES                  TO WS-FN-NOW-MINUTE(WS-FNX)
                                           WS-FN-PROP-MINUTE(WS-FNX).
           MOVE ZEROES                  TO WS-FN-NOW-AVG(WS-FNX)
                                           WS-FN-PROP-AVG(WS-FNX).
           .
       7300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      7400-FIND-CALLER                          *
      ******************************************************************
       7400-FIND-CALLER.

           SET WS-KEY-FOUND                  TO TRUE.

           SET WS-CLX                        TO 1.
           SEARCH WS-CALLER-ENTRY
               AT END
                   PERFORM 7900-TABLE-FULL
                      THRU 7900-EXIT
                   GO TO 7400-EXIT
               WHEN WS-CL-SRC-APP(WS-CLX) = SPACES
                   SET WS-KEY-NOT-FOUND      TO TRUE
               WHEN WS-CL-SRC-APP(WS-CLX) = WS-KEY-NAME
                   CONTINUE
           END-SEARCH.

           IF WS-KEY-FOUND
               GO TO 7400-EXIT
           END-IF.

           MOVE WS-KEY-NAME             TO WS-CL-SRC-APP(WS-CLX).
           MOVE SPACES                  TO WS-CL-CLASS-NOW(WS-CLX)
                                           WS-CL-CLASS-PROP(WS-CLX).
           .
       7400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      7900-TABLE-FULL                           *
      ******************************************************************
       7900-TABLE-FULL.

           SET WS-KEY-TABLE-FULL             TO TRUE.

           IF WS-TABLE-FULL-COUNT = ZEROES
               DISPLAY 'F5748QSM - WARNING: A WORK TABLE IS FULL AT '
                       WS-KEY-NAME ' ' WS-KEY-SRV-FN-CD
                       ' - LATER ENTRIES ARE LEFT OUT'
           END-IF.

           ADD 1                             TO WS-TABLE-FULL-COUNT.
           .
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-REPORT-SETTINGS                        *
      ******************************************************************
       9000-REPORT-SETTINGS.

           MOVE WS-CUR-SHED-WINDOW           TO WS-EDIT-NOW.
           MOVE WS-PROP-SHED-WINDOW          TO WS-EDIT-PROP.

           DISPLAY 'F5748QSM - SHED WINDOW MINUTES NOW ' WS-EDIT-NOW
                   '  PROPOSED ' WS-EDIT-PROP.
           DISPLAY 'F5748QSM - REQUESTS REPLAYED       '
                    WS-REQUESTS-REPLAYED.
           DISPLAY ' '.
           .
       9000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9100-REPORT-QUOTA                         *
      * ONE LINE PER RACF ID/FUNCTION REJECTED FOR QUOTA BY EITHER     *
      * REPLAY OR IN FACT. HOURS MARKS WITH '*' EACH HOUR 00-23 THE    *
      * PROPOSAL WOULD REJECT IN.                                      *
      ******************************************************************
       9100-REPORT-QUOTA.

           DISPLAY 'QUOTA REJECTIONS BY RACF ID AND SERVICE FUNCTION'.
           DISPLAY 'RACF ID  FUNC  LIMIT NOW  PROPOSED     ACTUAL'
                   '  REPLAY NOW  PROPOSED    CHANGE  HOURS 00-23'.

           PERFORM 9110-REPORT-ONE-QUOTA
              THRU 9110-EXIT
              VARYING WS-QKX FROM 1 BY 1
                UNTIL WS-QKX > 1000.

           DISPLAY ' '.
           .
       9100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9110-REPORT-ONE-QUOTA                       *
      ******************************************************************
       9110-REPORT-ONE-QUOTA.

           IF WS-QK-RACF-ID(WS-QKX) = SPACES
               SET WS-QKX                    TO 1000
               GO TO 9110-EXIT
           END-IF.

           ADD WS-QK-ACTUAL(WS-QKX)          TO WS-TOT-QTA-ACTUAL.
           ADD WS-QK-NOW(WS-QKX)             TO WS-TOT-QTA-NOW.
           ADD WS-QK-PROP(WS-QKX)            TO WS-TOT-QTA-PROP.

           IF WS-QK-ACTUAL(WS-QKX) = ZEROES
            AND WS-QK-NOW(WS-QKX) = ZEROES
            AND WS-QK-PROP(WS-QKX) = ZEROES
               GO TO 9110-EXIT
           END-IF.

           MOVE WS-QK-LIMIT-NOW(WS-QKX)      TO WS-FMT-LIMIT.
           PERFORM 9900-FORMAT-LIMIT
              THRU 9900-EXIT.
           MOVE WS-FMT-TEXT                  TO WS-LIMIT-NOW-TEXT.

           MOVE WS-QK-LIMIT-PROP(WS-QKX)     TO WS-FMT-LIMIT.
           PERFORM 9900-FORMAT-LIMIT
              THRU 9900-EXIT.
           MOVE WS-FMT-TEXT                  TO WS-LIMIT-PROP-TEXT.

           MOVE WS-QK-ACTUAL(WS-QKX)         TO WS-EDIT-ACTUAL.
           MOVE WS-QK-NOW(WS-QKX)            TO WS-EDIT-NOW.
           MOVE WS-QK-PROP(WS-QKX)           TO WS-EDIT-PROP.
           COMPUTE WS-CHANGE = WS-QK-PROP(WS-QKX) - WS-QK-NOW(WS-QKX).
           MOVE WS-CHANGE                    TO WS-EDIT-CHANGE.

           DISPLAY WS-QK-RACF-ID(WS-QKX) ' '
                   WS-QK-SRV-FN-CD(WS-QKX) ' '
                   WS-LIMIT-NOW-TEXT ' '
                   WS-LIMIT-PROP-TEXT ' '
                   WS-EDIT-ACTUAL '   '
                   WS-EDIT-NOW ' '
                   WS-EDIT-PROP ' '
                   WS-EDIT-CHANGE '  '
                   WS-QK-PROP-HOURS(WS-QKX).
           .
       9110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   9200-REPORT-LOAD-SHED                        *
      ******************************************************************
       9200-REPORT-LOAD-SHED.

           DISPLAY 'LOAD-SHED REJECTIONS BY SOURCE APPLICATION AND '
                   'SERVICE FUNCTION'.
           DISPLAY 'SOURCE APPL FUNC  CLASS NOW/PROP     ACTUAL'
                   '  REPLAY NOW  PROPOSED    CHANGE  HOURS 00-23'.

           PERFORM 9210-REPORT-ONE-SHED
              THRU 9210-EXIT
              VARYING WS-SKX FROM 1 BY 1
                UNTIL WS-SKX > 500.

           DISPLAY ' '.
           .
       9200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9210-REPORT-ONE-SHED                        *
      ******************************************************************
       9210-REPORT-ONE-SHED.

           IF WS-SK-SRC-APP(WS-SKX) = SPACES
               SET WS-SKX                    TO 500
               GO TO 9210-EXIT
           END-IF.

           ADD WS-SK-ACTUAL(WS-SKX)          TO WS-TOT-SHD-ACTUAL.
           ADD WS-SK-NOW(WS-SKX)             TO WS-TOT-SHD-NOW.
           ADD WS-SK-PROP(WS-SKX)            TO WS-TOT-SHD-PROP.

           MOVE WS-SK-SRC-APP(WS-SKX)        TO WS-KEY-NAME.

           PERFORM 7400-FIND-CALLER
              THRU 7400-EXIT.

           MOVE WS-SK-ACTUAL(WS-SKX)         TO WS-EDIT-ACTUAL.
           MOVE WS-SK-NOW(WS-SKX)            TO WS-EDIT-NOW.
           MOVE WS-SK-PROP(WS-SKX)           TO WS-EDIT-PROP.
           COMPUTE WS-CHANGE = WS-SK-PROP(WS-SKX) - WS-SK-NOW(WS-SKX).
           MOVE WS-CHANGE                    TO WS-EDIT-CHANGE.

           IF WS-KEY-TABLE-FULL
               DISPLAY WS-SK-SRC-APP(WS-SKX) '  '
                       WS-SK-SRV-FN-CD(WS-SKX) '  ?/?           '
                       WS-EDIT-ACTUAL '   '
                       WS-EDIT-NOW ' '
                       WS-EDIT-PROP ' '
                       WS-EDIT-CHANGE '  '
                       WS-SK-PROP-HOURS(WS-SKX)
           ELSE
               DISPLAY WS-SK-SRC-APP(WS-SKX) '  '
                       WS-SK-SRV-FN-CD(WS-SKX) '  '
                       WS-CL-CLASS-NOW(WS-CLX) '/'
                       WS-CL-CLASS-PROP(WS-CLX) '           '
                       WS-EDIT-ACTUAL '   '
                       WS-EDIT-NOW ' '
                       WS-EDIT-PROP ' '
                       WS-EDIT-CHANGE '  '
                       WS-SK-PROP-HOURS(WS-SKX)
           END-IF.
           .
       9210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9300-REPORT-BY-HOUR                         *
      ******************************************************************
       9300-REPORT-BY-HOUR.

           DISPLAY 'REJECTIONS BY HOUR        QUOTA: ACTUAL  REPLAY NOW'
                   '  PROPOSED      SHED: ACTUAL  REPLAY NOW  PROPOSED'.

           PERFORM 9310-REPORT-ONE-HOUR
              THRU 9310-EXIT
              VARYING WS-HOUR-SUB FROM 1 BY 1
                UNTIL WS-HOUR-SUB > 24.

           DISPLAY ' '.
           .
       9300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9310-REPORT-ONE-HOUR                        *
      ******************************************************************
       9310-REPORT-ONE-HOUR.

           IF WS-HR-QTA-ACTUAL(WS-HOUR-SUB) = ZEROES
            AND WS-HR-QTA-NOW(WS-HOUR-SUB) = ZEROES
            AND WS-HR-QTA-PROP(WS-HOUR-SUB) = ZEROES
            AND WS-HR-SHD-ACTUAL(WS-HOUR-SUB) = ZEROES
            AND WS-HR-SHD-NOW(WS-HOUR-SUB) = ZEROES
            AND WS-HR-SHD-PROP(WS-HOUR-SUB) = ZEROES
               GO TO 9310-EXIT
           END-IF.

           COMPUTE WS-EDIT-HOUR = WS-HOUR-SUB - 1.

           MOVE WS-HR-QTA-ACTUAL(WS-HOUR-SUB) TO WS-EDIT-ACTUAL.
           MOVE WS-HR-QTA-NOW(WS-HOUR-SUB)   TO WS-EDIT-NOW.
           MOVE WS-HR-QTA-PROP(WS-HOUR-SUB)  TO WS-EDIT-PROP.

           DISPLAY '  HOUR ' WS-EDIT-HOUR '               '
                   WS-EDIT-ACTUAL '   ' WS-EDIT-NOW ' ' WS-EDIT-PROP
                   WITH NO ADVANCING.

           MOVE WS-HR-SHD-ACTUAL(WS-HOUR-SUB) TO WS-EDIT-ACTUAL.
           MOVE WS-HR-SHD-NOW(WS-HOUR-SUB)   TO WS-EDIT-NOW.
           MOVE WS-HR-SHD-PROP(WS-HOUR-SUB)  TO WS-EDIT-PROP.

           DISPLAY '      ' WS-EDIT-ACTUAL '   ' WS-EDIT-NOW ' '
                   WS-EDIT-PROP.
           .
       9310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9400-REPORT-SUMMARY                         *
      ******************************************************************
       9400-REPORT-SUMMARY.

           MOVE WS-TOT-QTA-ACTUAL            TO WS-EDIT-ACTUAL.
           MOVE WS-TOT-QTA-NOW               TO WS-EDIT-NOW.
           MOVE WS-TOT-QTA-PROP              TO WS-EDIT-PROP.
           DISPLAY 'F5748QSM - QUOTA REJECTIONS  ACTUAL '
                   WS-EDIT-ACTUAL '  REPLAY NOW ' WS-EDIT-NOW
                   '  PROPOSED ' WS-EDIT-PROP.

           MOVE WS-TOT-SHD-ACTUAL            TO WS-EDIT-ACTUAL.
           MOVE WS-TOT-SHD-NOW               TO WS-EDIT-NOW.
           MOVE WS-TOT-SHD-PROP              TO WS-EDIT-PROP.
           DISPLAY 'F5748QSM - SHED REJECTIONS   ACTUAL '
                   WS-EDIT-ACTUAL '  REPLAY NOW ' WS-EDIT-NOW
                   '  PROPOSED ' WS-EDIT-PROP.

           DISPLAY 'F5748QSM - PROPOSAL CARDS READ     : '
                    WS-CARDS-READ.
           DISPLAY 'F5748QSM - PROPOSAL CARDS REJECTED : '
                    WS-CARDS-REJECTED.
           DISPLAY 'F5748QSM - LATENCY AVERAGES TAKEN  : '
                    WS-AVERAGES-TAKEN.
           DISPLAY 'F5748QSM - ENTRIES LEFT OUT (FULL) : '
                    WS-TABLE-FULL-COUNT.
           DISPLAY 'F5748QSM - FAILURES                : '
                    WS-FAILURE-COUNT.

           EVALUATE TRUE
               WHEN WS-FAILURE-COUNT NOT = ZEROES
                   DISPLAY 'F5748QSM - REPLAY INCOMPLETE - THE '
                           'FIGURES ABOVE ARE NOT TO BE USED'
                   MOVE 8                    TO RETURN-CODE
               WHEN WS-REQUESTS-REPLAYED = ZEROES
                   DISPLAY 'F5748QSM - NO REQUESTS LOGGED ON '
                           WS-REPLAY-DATE
                   MOVE 4                    TO RETURN-CODE
               WHEN WS-CARDS-REJECTED NOT = ZEROES
                OR WS-TABLE-FULL-COUNT NOT = ZEROES
                   MOVE 4                    TO RETURN-CODE
           END-EVALUATE.
           .
       9400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9900-FORMAT-LIMIT                          *
      ******************************************************************
       9900-FORMAT-LIMIT.

           IF WS-FMT-LIMIT < ZEROES
               MOVE '     NONE'               TO WS-FMT-TEXT
           ELSE
               MOVE WS-FMT-LIMIT             TO WS-FMT-EDIT
               MOVE WS-FMT-EDIT              TO WS-FMT-TEXT
           END-IF.
           .
       9900-EXIT.
           EXIT.

       END PROGRAM F5748QSM.
