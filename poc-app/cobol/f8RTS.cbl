      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748RTS.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748RTS:     RETENTION-ELIGIBILITY SWEEP                     *
      *                                                                *
      *  FUNCTION:     F5748ERA ERASES A CUSTOMER ONLY WHEN A          *
      *                CONFIRMED DELETION REQUEST ARRIVES; THE         *
      *                RETENTION POLICY ALSO WANTS CUSTOMERS INACTIVE  *
      *                BEYOND THE RETENTION PERIOD REVIEWED FOR        *
      *                DISPOSAL. THIS SWEEP FINDS THEM. A T_CUST_DATA  *
      *                CUSTOMER IS INACTIVE WHEN, ON OR AFTER THE      *
      *                CUTOFF DATE (TODAY LESS THE RETENTION PERIOD),  *
      *                IT HAS:                                         *
      *                                                                *
      *                - NO T_UIS_TRANSACTION_LOG ROW,                 *
      *                - NO T_UIS_TRANSACTION_LOG_ARCH ROW,            *
      *                - NO T_CUST_DATA_HIST CHANGE,                   *
      *                - NO T_CUST_ONBOARD ONBOARDING, AND             *
      *                - NO HOUSEHOLD IN F5748HSL'S LATEST SUCCESSFUL  *
      *                  INFORCE SNAPSHOT (ANY HOUSEHOLD STILL ON      *
      *                  INFORCE IS AN OPEN ONE).                      *
      *                                                                *
      *                AN INACTIVE CUSTOMER IS LEFT OFF THE FILE WHEN, *
      *                IN THIS ORDER, IT IS:                           *
      *                                                                *
      *                - UNDER AN ACTIVE LEGAL HOLD (T_UIS_LEGAL_HOLD);*
      *                - NAMED ON AN OPEN OR CLAIMED STEWARDSHIP CASE  *
      *                  (T_UIS_STEWARD_CASE, EITHER CUSTOMER OF THE   *
      *                  PAIR).                                        *
      *                                                                *
      *                THE REST GO ON THE RETCAND CANDIDATE FILE FOR   *
      *                THE PRIVACY OFFICE, WITH THE LAST ACTIVITY ON   *
      *                RECORD AND WHETHER THE CUSTOMER IS RECORDED     *
      *                DECEASED OR ON FRAUD HOLD. THE REVIEWER MARKS   *
      *                EACH ONE 'E' (DISPOSE) OR 'K' (KEEP) AND THE    *
      *                APPROVED FILE IS THE INPUT TO F5748ERA IN ITS   *
      *                RETCAND MODE. EACH RUN IS RECORDED ON           *
      *                T_UIS_RETENTION_RUN WITH ITS CRITERIA AND       *
      *                COUNTS, AND EACH CANDIDATE ON                   *
      *                T_UIS_RETENTION_CAND BEFORE IT IS WRITTEN -     *
      *                F5748ERA ERASES NO ONE WITHOUT THAT ROW.        *
      *                                                                *
      *                NOTHING IS CHANGED FOR ANY CUSTOMER HERE. A BAD *
      *                CARD, A SNAPSHOT OLDER THAN TWO DAYS, OR ANY DB2*
      *                OR FILE FAILURE ENDS THE RUN RC 8 WITH THE RUN  *
      *                ROW MARKED FAILED - THAT FILE MUST NOT BE       *
      *                REVIEWED.                                       *
      *                                                                *
      *  ENVIRONMENT:  BATCH. PERIODIC, AFTER THAT NIGHT'S F5748HSL.   *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-05  RETENTION PERIOD IN DAYS        *
      *                               (ZERO-FILLED, AT LEAST 00365)   *
      *                   COLS 06-15  UP TO 10 SEG_ID VALUES, LEFT-   *
      *                               JUSTIFIED (BLANK - ALL)         *
      *                                                                *
      *  OUTPUT:       RETCAND - THE CANDIDATE FILE, 200 BYTES (SEE    *
      *                F5748RCF): ONE HEADER ('H' - FEED ID UISRETN,   *
      *                RUN TIMESTAMP, PERIOD, CUTOFF, SNAPSHOT DATE,   *
      *                SEGMENTS), ONE DETAIL ('D') PER CANDIDATE, ONE  *
      *                TRAILER ('T' - DETAIL COUNT).                   *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ)                              *
      *                T_CUST_DATA_HIST (READ)                         *
      *                T_CUST_ONBOARD (READ)                           *
      *                T_CUST_DECEASED (READ)                          *
      *                T_CUST_FRAUD_HOLD (READ)                        *
      *                T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
      *                T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                T_UIS_LEGAL_HOLD (READ)                         *
      *                T_UIS_STEWARD_CASE (READ)                       *
      *                T_UIS_RETENTION_RUN (INSERT/UPDATE)             *
      *                T_UIS_RETENTION_CAND (INSERT)                   *
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
           SELECT CANDIDATE-FILE            ASSIGN TO RETCAND
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-CAND-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CANDIDATE-FILE-RECORD            PIC X(200).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RTS'.
           05  WS-CAND-FEED-ID              PIC X(08) VALUE 'UISRETN '.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-NEVER-TS                  PIC X(26) VALUE
               '0001-01-01-00.00.00.000000'.
      * NO RETENTION PERIOD SHORTER THAN A YEAR IS ACCEPTED - A MISKEYED
      * CARD MUST NOT PUT RECENT CUSTOMERS UP FOR DISPOSAL.
           05  WS-MIN-RETAIN-DAYS           PIC 9(05) VALUE 00365.
      * A SNAPSHOT OLDER THAN THIS COULD MISS A HOUSEHOLD OPENED SINCE.
           05  WS-MAX-SNAP-AGE-DAYS         PIC S9(09) USAGE COMP
                                                        VALUE 2.

       01  WS-PARM-CARD                     PIC X(80) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
           05  WS-PARM-RETAIN-DAYS          PIC X(05).
           05  WS-PARM-RETAIN-DAYS-NUM REDEFINES WS-PARM-RETAIN-DAYS
                                            PIC 9(05).
           05  WS-SEL-SEGMENTS              PIC X(10).
           05  FILLER                       PIC X(65).

       01  RCF-CAND-RECORD.
           COPY F5748RCF REPLACING ==:FD:== BY ==RCF==.

       01  WS-WORKING-FIELDS.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-RETAIN-DAYS               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CUTOFF-DATE               PIC X(10) VALUE SPACES.
           05  WS-CUTOFF-TS                 PIC X(26) VALUE SPACES.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SNAP-AGE-DAYS             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LAST-CUST-NUM             PIC X(10) VALUE SPACES.
           05  WS-EXCLUDE-RSN               PIC X(04) VALUE SPACES.
           05  WS-IS-DECEASED               PIC X(01) VALUE 'N'.
           05  WS-ON-FRAUD-HOLD             PIC X(01) VALUE 'N'.
           05  WS-ON-LEGAL-HOLD             PIC X(01) VALUE 'N'.
           05  WS-HAS-OPEN-CASE             PIC X(01) VALUE 'N'.
           05  WS-LAST-ACTIVITY-TS          PIC X(26) VALUE SPACES.
           05  WS-SOURCE-TS                 PIC X(26) VALUE SPACES.
           05  WS-SOURCE-TS-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-DUP-ROW-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-INACTIVE-COUNT            PIC 9(09) VALUE ZEROES.
           05  WS-DETAIL-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-EXCLUDED-COUNT            PIC 9(09) VALUE ZEROES.
           05  WS-LGLH-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-CASE-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-DECD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-FRDH-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-NO-ACTIVITY-COUNT         PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-CURSOR-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-CURSOR-IS-OPEN                  VALUE 'Y'.
           05  WS-RUN-ROW-SW                PIC X(01) VALUE 'N'.
               88  WS-RUN-ROW-WRITTEN                 VALUE 'Y'.
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-CAND-STATUS               PIC X(02) VALUE SPACES.
               88  WS-CAND-OK                         VALUE '00'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_UIS_RETENTION_RUN
           EXEC SQL INCLUDE F5748RTR     END-EXEC.

      * DCLGEN FOR T_UIS_RETENTION_CAND
           EXEC SQL INCLUDE F5748RTC     END-EXEC.

      * CUSTOMERS WITH NOTHING ON RECORD SINCE THE CUTOFF AND NO
      * HOUSEHOLD IN THE SNAPSHOT. A CUSTOMER WITH SEVERAL T_CUST_DATA
      * ROWS IN THE SELECTED SEGMENTS COMES BACK ONCE PER ROW - 2000
      * TAKES THE FIRST.
           EXEC SQL
                DECLARE RETAIN-CSR CURSOR FOR
                SELECT D.CUST_NUM
                     , D.SEG_ID
                     , CASE WHEN EXISTS
                                 (SELECT 1 FROM T_UIS_LEGAL_HOLD L
                                   WHERE L.LGH_CUST_NUM = D.CUST_NUM
                                     AND L.LGH_STATUS   = 'A')
                            THEN 'Y' ELSE 'N' END
                     , CASE WHEN EXISTS
                                 (SELECT 1 FROM T_UIS_STEWARD_CASE S
                                   WHERE (S.STC_CUST_NUM_A = D.CUST_NUM
                                       OR S.STC_CUST_NUM_B = D.CUST_NUM)
                                     AND S.STC_STATUS IN ('O', 'W'))
                            THEN 'Y' ELSE 'N' END
                     , CASE WHEN EXISTS
                                 (SELECT 1 FROM T_CUST_DECEASED X
                                   WHERE X.DEC_CUST_NUM = D.CUST_NUM
                                     AND X.DEC_STATUS   = 'D')
                            THEN 'Y' ELSE 'N' END
                     , CASE WHEN EXISTS
                                 (SELECT 1 FROM T_CUST_FRAUD_HOLD F
                                   WHERE F.FRH_CUST_NUM = D.CUST_NUM
                                     AND F.FRH_STATUS   = 'H')
                            THEN 'Y' ELSE 'N' END
                  FROM T_CUST_DATA D
                 WHERE (:WS-SEL-SEGMENTS = ' '
                        OR (D.SEG_ID <> ' '
                            AND LOCATE(D.SEG_ID, :WS-SEL-SEGMENTS) > 0))
                   AND NOT EXISTS
                       (SELECT 1 FROM T_UIS_TRANSACTION_LOG G
                         WHERE G.TLG_CUSTOMER_NBR  = D.CUST_NUM
                           AND G.TLG_LOG_TIMESTAMP >= :WS-CUTOFF-TS)
                   AND NOT EXISTS
                       (SELECT 1 FROM T_UIS_TRANSACTION_LOG_ARCH A
                         WHERE A.TLA_CUSTOMER_NBR  = D.CUST_NUM
                           AND A.TLA_LOG_TIMESTAMP >= :WS-CUTOFF-TS)
                   AND NOT EXISTS
                       (SELECT 1 FROM T_CUST_DATA_HIST H
                         WHERE H.CHH_CUST_NUM = D.CUST_NUM
                           AND H.CHH_EFF_TS  >= :WS-CUTOFF-TS)
                   AND NOT EXISTS
                       (SELECT 1 FROM T_CUST_ONBOARD O
                         WHERE O.ONB_CUST_NUM   = D.CUST_NUM
                           AND O.ONB_ONBOARD_TS >= :WS-CUTOFF-TS)
                   AND NOT EXISTS
                       (SELECT 1 FROM T_UIS_HHLD_SNAPSHOT N
                         WHERE N.HSN_SNAP_DATE = :WS-SNAP-DATE
                           AND N.HSN_CUST_NUM  = D.CUST_NUM)
                 ORDER BY D.CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748RTS WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-NEXT-CUSTOMER
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           IF WS-CURSOR-IS-OPEN
               EXEC SQL
                    CLOSE RETAIN-CSR
               END-EXEC
           END-IF.

           IF WS-RUN-ROW-WRITTEN
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-EXIT
               PERFORM 8500-RECORD-RUN-END
                  THRU 8500-EXIT
           END-IF.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      * THE CARD AND THE SNAPSHOT ARE CHECKED AND THE RUN ROW WRITTEN  *
      * BEFORE THE FILE IS OPENED - WITHOUT A RUN ROW F5748ERA COULD   *
      * NOT PROVE WHERE THE FILE CAME FROM, SO NOTHING IS SWEPT.       *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO RETURN-CODE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           IF WS-PARM-RETAIN-DAYS NOT NUMERIC
              OR WS-PARM-RETAIN-DAYS-NUM < WS-MIN-RETAIN-DAYS
               DISPLAY 'F5748RTS - PARAMETER CARD INVALID - RETENTION '
                       'PERIOD ' WS-PARM-RETAIN-DAYS ' MUST BE '
                       'ZERO-FILLED DAYS, AT LEAST ' WS-MIN-RETAIN-DAYS
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-PARM-RETAIN-DAYS-NUM     TO WS-RETAIN-DAYS.

           PERFORM 1050-FIND-SNAPSHOT
              THRU 1050-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                     , CHAR(CURRENT DATE - :WS-RETAIN-DAYS DAYS, ISO)
                  INTO :WS-RUN-TS
                     , :WS-CUTOFF-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RTS - CUTOFF DATE FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           STRING WS-CUTOFF-DATE '-00.00.00.000000'
                  DELIMITED BY SIZE
                  INTO WS-CUTOFF-TS.

           DISPLAY 'F5748RTS - RETENTION-ELIGIBILITY SWEEP - NO '
                   'ACTIVITY SINCE ' WS-CUTOFF-DATE
                   ' (' WS-PARM-RETAIN-DAYS ' DAYS)'.
           DISPLAY 'F5748RTS - SEGMENTS=' WS-SEL-SEGMENTS
                   ' HOUSEHOLD SNAPSHOT OF ' WS-SNAP-DATE.
           DISPLAY ' '.

           PERFORM 1100-RECORD-RUN-START
              THRU 1100-EXIT.

           IF NOT WS-RUN-ROW-WRITTEN
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT CANDIDATE-FILE.

           MOVE SPACES                      TO RCF-CAND-RECORD.
           SET RCF-IS-HEADER                TO TRUE.
           MOVE WS-CAND-FEED-ID             TO RCF-HDR-FEED-ID.
           MOVE WS-RUN-TS                   TO RCF-HDR-RUN-TS.
           MOVE WS-PARM-RETAIN-DAYS-NUM     TO RCF-HDR-RETAIN-DAYS.
           MOVE WS-CUTOFF-DATE              TO RCF-HDR-CUTOFF-DATE.
           MOVE WS-SNAP-DATE                TO RCF-HDR-SNAP-DATE.
           MOVE WS-SEL-SEGMENTS             TO RCF-HDR-SEGMENTS.

           WRITE CANDIDATE-FILE-RECORD      FROM RCF-CAND-RECORD.

           IF NOT WS-CAND-OK
               DISPLAY 'F5748RTS - HEADER WRITE FAILED STATUS='
                        WS-CAND-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                OPEN RETAIN-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RTS - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
           ELSE
               SET WS-CURSOR-IS-OPEN        TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     1050-FIND-SNAPSHOT                         *
      * F5748HSL'S LATEST SUCCESSFUL SNAPSHOT - A PART-LOADED ONE      *
      * WOULD MAKE EVERY HOUSEHOLD IT MISSED LOOK CLOSED, AND A STALE  *
      * ONE WOULD MISS HOUSEHOLDS OPENED SINCE.                        *
      ******************************************************************
       1050-FIND-SNAPSHOT.

           EXEC SQL
                SELECT CHAR(MAX(RUN_DATE), ISO)
                     , DAYS(CURRENT DATE) - DAYS(MAX(RUN_DATE))
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                     , :WS-SNAP-AGE-DAYS :WS-SNAP-DATE-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748RTS - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       '(SQLCODE=' SQLCODE ') - NOTHING SWEPT'
               SET WS-RUN-HAD-ERROR         TO TRUE
               GO TO 1050-EXIT
           END-IF.

           IF WS-SNAP-AGE-DAYS > WS-MAX-SNAP-AGE-DAYS
               DISPLAY 'F5748RTS - LATEST HOUSEHOLD SNAPSHOT IS OF '
                       WS-SNAP-DATE ' - TOO OLD, NOTHING SWEPT'
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       1050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1100-RECORD-RUN-START                        *
      ******************************************************************
       1100-RECORD-RUN-START.

           MOVE WS-RUN-TS                   TO RTR-RUN-TS.
           MOVE WS-PARM-CARD                TO RTR-CRITERIA.
           MOVE WS-RETAIN-DAYS              TO RTR-RETAIN-DAYS.
           MOVE WS-CUTOFF-DATE              TO RTR-CUTOFF-DATE.
           MOVE WS-SNAP-DATE                TO RTR-SNAP-DATE.
           MOVE WS-SEL-SEGMENTS             TO RTR-SEGMENTS.
           SET RTR-RUN-IS-RUNNING           TO TRUE.
           MOVE WS-NEVER-TS                 TO RTR-END-TS.

           EXEC SQL
                INSERT INTO T_UIS_RETENTION_RUN
                       ( RTR_RUN_TS
                       , RTR_CRITERIA
                       , RTR_RETAIN_DAYS
                       , RTR_CUTOFF_DATE
                       , RTR_SNAP_DATE
                       , RTR_SEGMENTS
                       , RTR_STATUS
                       , RTR_INACTIVE_CNT
                       , RTR_CANDIDATE_CNT
                       , RTR_LEGAL_HOLD_CNT
                       , RTR_OPEN_CASE_CNT
                       , RTR_END_TS )
                VALUES ( :RTR-RUN-TS
                       , :RTR-CRITERIA
                       , :RTR-RETAIN-DAYS
                       , DATE(:RTR-CUTOFF-DATE)
                       , DATE(:RTR-SNAP-DATE)
                       , :RTR-SEGMENTS
                       , :RTR-STATUS
                       , 0, 0, 0, 0
                       , :RTR-END-TS )
           END-EXEC.

           IF SQLCODE = 0
               SET WS-RUN-ROW-WRITTEN       TO TRUE
           ELSE
               DISPLAY 'F5748RTS - RUN ROW INSERT FAILED SQLCODE='
                        SQLCODE ' - NOTHING SWEPT'
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2000-PROCESS-NEXT-CUSTOMER                     *
      ******************************************************************
       2000-PROCESS-NEXT-CUSTOMER.

           EXEC SQL
                FETCH RETAIN-CSR
                INTO  :CUST-NUM
                     ,:SEG-ID
                     ,:WS-ON-LEGAL-HOLD
                     ,:WS-HAS-OPEN-CASE
                     ,:WS-IS-DECEASED
                     ,:WS-ON-FRAUD-HOLD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-READ-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RTS - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           IF CUST-NUM = WS-LAST-CUST-NUM
               ADD 1                        TO WS-DUP-ROW-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUST-NUM                    TO WS-LAST-CUST-NUM.
           ADD 1                            TO WS-INACTIVE-COUNT.

           MOVE SPACES                      TO WS-EXCLUDE-RSN.

           EVALUATE TRUE
               WHEN WS-ON-LEGAL-HOLD = 'Y'
                   MOVE 'LGLH'              TO WS-EXCLUDE-RSN
                   ADD 1                    TO WS-LGLH-COUNT
               WHEN WS-HAS-OPEN-CASE = 'Y'
                   MOVE 'CASE'              TO WS-EXCLUDE-RSN
                   ADD 1                    TO WS-CASE-COUNT
           END-EVALUATE.

           IF WS-EXCLUDE-RSN NOT = SPACES
               ADD 1                        TO WS-EXCLUDED-COUNT
               DISPLAY '  LEFT OFF ' WS-EXCLUDE-RSN ' ' CUST-NUM
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-FIND-LAST-ACTIVITY
              THRU 2300-EXIT.

           IF WS-RUN-HAD-ERROR
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2400-RECORD-CANDIDATE
              THRU 2400-EXIT.

           IF NOT WS-RUN-HAD-ERROR
               PERFORM 2500-WRITE-DETAIL
                  THRU 2500-EXIT
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2300-FIND-LAST-ACTIVITY                       *
      * THE LATEST TIMESTAMP ON RECORD FOR THE CUSTOMER ACROSS THE     *
      * SAME FOUR SOURCES THE CURSOR TESTED, FOR THE REVIEWER. ISO     *
      * TIMESTAMPS COMPARE CORRECTLY AS CHARACTERS.                    *
      ******************************************************************
       2300-FIND-LAST-ACTIVITY.

           MOVE WS-NEVER-TS                 TO WS-LAST-ACTIVITY-TS.

           EXEC SQL
                SELECT CHAR(MAX(TLG_LOG_TIMESTAMP))
                  INTO :WS-SOURCE-TS :WS-SOURCE-TS-IND
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CUSTOMER_NBR = :CUST-NUM
           END-EXEC.

           PERFORM 2350-TAKE-LATER-TS
              THRU 2350-EXIT.

           EXEC SQL
                SELECT CHAR(MAX(TLA_LOG_TIMESTAMP))
                  INTO :WS-SOURCE-TS :WS-SOURCE-TS-IND
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_CUSTOMER_NBR = :CUST-NUM
           END-EXEC.

           PERFORM 2350-TAKE-LATER-TS
              THRU 2350-EXIT.

           EXEC SQL
                SELECT CHAR(MAX(CHH_EFF_TS))
                  INTO :WS-SOURCE-TS :WS-SOURCE-TS-IND
                  FROM T_CUST_DATA_HIST
                 WHERE CHH_CUST_NUM = :CUST-NUM
           END-EXEC.

           PERFORM 2350-TAKE-LATER-TS
              THRU 2350-EXIT.

           EXEC SQL
                SELECT CHAR(MAX(ONB_ONBOARD_TS))
                  INTO :WS-SOURCE-TS :WS-SOURCE-TS-IND
                  FROM T_CUST_ONBOARD
                 WHERE ONB_CUST_NUM = :CUST-NUM
           END-EXEC.

           PERFORM 2350-TAKE-LATER-TS
              THRU 2350-EXIT.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2350-TAKE-LATER-TS                         *
      ******************************************************************
       2350-TAKE-LATER-TS.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RTS - ACTIVITY READ FAILED SQLCODE='
                        SQLCODE ' FOR ' CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2350-EXIT
           END-IF.

           IF WS-SOURCE-TS-IND >= 0
            AND WS-SOURCE-TS > WS-LAST-ACTIVITY-TS
               MOVE WS-SOURCE-TS            TO WS-LAST-ACTIVITY-TS
           END-IF.
           .
       2350-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2400-RECORD-CANDIDATE                       *
      * THE PROOF IS WRITTEN FIRST - A CUSTOMER WHOSE ROW CANNOT BE    *
      * RECORDED IS NOT PUT ON THE FILE, AND THE RUN FAILS.            *
      ******************************************************************
       2400-RECORD-CANDIDATE.

           MOVE WS-RUN-TS                   TO RTC-RUN-TS.
           MOVE CUST-NUM                    TO RTC-CUST-NUM.
           MOVE SEG-ID                      TO RTC-SEG-ID.
           MOVE WS-LAST-ACTIVITY-TS         TO RTC-LAST-ACTIVITY-TS.
           SET RTC-IS-PENDING               TO TRUE.
           MOVE SPACES                      TO RTC-SKIP-RSN
                                               RTC-AUTH-REF
                                               RTC-AUTH-USERID.
           MOVE WS-NEVER-TS                 TO RTC-DISPOSED-TS.

           EXEC SQL
                INSERT INTO T_UIS_RETENTION_CAND
                       ( RTC_RUN_TS
                       , RTC_CUST_NUM
                       , RTC_SEG_ID
                       , RTC_LAST_ACTIVITY_TS
                       , RTC_STATUS
                       , RTC_SKIP_RSN
                       , RTC_DISPOSED_TS
                       , RTC_AUTH_REF
                       , RTC_AUTH_USERID )
                VALUES ( :RTC-RUN-TS
                       , :RTC-CUST-NUM
                       , :RTC-SEG-ID
                       , :RTC-LAST-ACTIVITY-TS
                       , :RTC-STATUS
                       , :RTC-SKIP-RSN
                       , :RTC-DISPOSED-TS
                       , :RTC-AUTH-REF
                       , :RTC-AUTH-USERID )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RTS - CANDIDATE ROW INSERT FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2500-WRITE-DETAIL                          *
      * THE DECISION IS LEFT BLANK FOR THE REVIEWER. DECEASED AND      *
      * FRAUD-HOLD CUSTOMERS ARE STILL CANDIDATES - THE FLAGS ARE      *
      * THERE FOR THE REVIEWER TO WEIGH.                               *
      ******************************************************************
       2500-WRITE-DETAIL.

           MOVE SPACES                      TO RCF-CAND-RECORD.
           SET RCF-IS-DETAIL                TO TRUE.
           MOVE CUST-NUM                    TO RCF-CUST-NUM.
           MOVE SEG-ID                      TO RCF-SEG-ID.
           MOVE WS-IS-DECEASED              TO RCF-DECEASED-IND.
           MOVE WS-ON-FRAUD-HOLD            TO RCF-FRAUD-HOLD-IND.

           IF WS-LAST-ACTIVITY-TS = WS-NEVER-TS
               ADD 1                        TO WS-NO-ACTIVITY-COUNT
           ELSE
               MOVE WS-LAST-ACTIVITY-TS(1:10)
                                            TO RCF-LAST-ACTIVITY-DATE
           END-IF.

           IF WS-IS-DECEASED = 'Y'
               ADD 1                        TO WS-DECD-COUNT
           END-IF.

           IF WS-ON-FRAUD-HOLD = 'Y'
               ADD 1                        TO WS-FRDH-COUNT
           END-IF.

           WRITE CANDIDATE-FILE-RECORD      FROM RCF-CAND-RECORD.

           IF NOT WS-CAND-OK
               DISPLAY 'F5748RTS - DETAIL WRITE FAILED STATUS='
                        WS-CAND-STATUS ' FOR ' CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2500-EXIT
           END-IF.

           ADD 1                            TO WS-DETAIL-COUNT.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     8000-WRITE-TRAILER                         *
      ******************************************************************
       8000-WRITE-TRAILER.

           MOVE SPACES                      TO RCF-CAND-RECORD.
           SET RCF-IS-TRAILER               TO TRUE.
           MOVE WS-DETAIL-COUNT             TO RCF-TRL-DETAIL-COUNT.

           WRITE CANDIDATE-FILE-RECORD      FROM RCF-CAND-RECORD.

           IF NOT WS-CAND-OK
               DISPLAY 'F5748RTS - TRAILER WRITE FAILED STATUS='
                        WS-CAND-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.

           CLOSE CANDIDATE-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    8500-RECORD-RUN-END                         *
      * CUSTOMERS, NOT T_CUST_DATA ROWS, ARE COUNTED.                  *
      ******************************************************************
       8500-RECORD-RUN-END.

           MOVE WS-INACTIVE-COUNT           TO RTR-INACTIVE-CNT.
           MOVE WS-DETAIL-COUNT             TO RTR-CANDIDATE-CNT.
           MOVE WS-LGLH-COUNT               TO RTR-LEGAL-HOLD-CNT.
           MOVE WS-CASE-COUNT               TO RTR-OPEN-CASE-CNT.

           IF WS-RUN-HAD-ERROR
               SET RTR-RUN-HAS-FAILED       TO TRUE
           ELSE
               SET RTR-RUN-IS-COMPLETE      TO TRUE
           END-IF.

           EXEC SQL
                UPDATE T_UIS_RETENTION_RUN
                   SET RTR_STATUS          = :RTR-STATUS
                     , RTR_INACTIVE_CNT    = :RTR-INACTIVE-CNT
                     , RTR_CANDIDATE_CNT   = :RTR-CANDIDATE-CNT
                     , RTR_LEGAL_HOLD_CNT  = :RTR-LEGAL-HOLD-CNT
                     , RTR_OPEN_CASE_CNT   = :RTR-OPEN-CASE-CNT
                     , RTR_END_TS          = CURRENT TIMESTAMP
                 WHERE RTR_RUN_TS          = :RTR-RUN-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RTS - RUN ROW UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR RUN ' WS-RUN-TS
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748RTS - RUN TIMESTAMP         : ' WS-RUN-TS.
           DISPLAY 'F5748RTS - ROWS FETCHED          : '
                    WS-READ-COUNT.
           DISPLAY 'F5748RTS - CUSTOMERS INACTIVE    : '
                    WS-INACTIVE-COUNT.
           DISPLAY 'F5748RTS - LEFT OFF              : '
                    WS-EXCLUDED-COUNT.
           DISPLAY 'F5748RTS -   LEGAL HOLD          : '
                    WS-LGLH-COUNT.
           DISPLAY 'F5748RTS -   OPEN STEWARD CASE   : '
                    WS-CASE-COUNT.
           DISPLAY 'F5748RTS - CANDIDATES FOR REVIEW : '
                    WS-DETAIL-COUNT.
           DISPLAY 'F5748RTS -   NO ACTIVITY ON FILE : '
                    WS-NO-ACTIVITY-COUNT.
           DISPLAY 'F5748RTS -   RECORDED DECEASED   : '
                    WS-DECD-COUNT.
           DISPLAY 'F5748RTS -   ON FRAUD HOLD       : '
                    WS-FRDH-COUNT.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'F5748RTS - RUN FAILED - THE CANDIDATE FILE '
                       'MUST NOT BE REVIEWED'
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748RTS.
