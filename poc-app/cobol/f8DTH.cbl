      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748DTH.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748DTH:     DECEASED-CUSTOMER NOTIFICATION LOAD             *
      *                                                                *
      *  FUNCTION:     A DEATH NOTICE USED TO REACH THIS SHOP AS A     *
      *                LETTER OR A PHONE CALL, AND THE CUSTOMER WENT   *
      *                ON BEING MAILED, MARKETED TO AND UPDATED UNTIL  *
      *                SOMEONE NOTICED. THIS NIGHTLY JOB READS THE     *
      *                DEATH-NOTIFICATION FILE AND TIES EACH NOTICE    *
      *                TO A CUSTOMER:                                  *
      *                  - BY THE CUSTOMER NUMBER ON THE NOTICE, WHEN  *
      *                    THE DATE OF BIRTH AGREES OR IS NOT GIVEN;   *
      *                  - OTHERWISE BY EXACT NAME AND DATE OF BIRTH,  *
      *                    WHEN EXACTLY ONE CUSTOMER CARRIES THEM.     *
      *                A CERTAIN MATCH RECORDS THE CUSTOMER DECEASED   *
      *                ON T_CUST_DECEASED (DATE OF DEATH, STATUS 'D'), *
      *                SWITCHES OFF MARKETING CONSENT AND WRITES ONE   *
      *                NOTICE RECORD TO DECNTC FOR POLICY              *
      *                ADMINISTRATION. F5748I00 THEN REFUSES UPDATE    *
      *                FUNCTIONS AGAINST THE CUSTOMER UNLESS THE       *
      *                CALLER ACTS FOR AN AUTHORIZED REPRESENTATIVE.   *
      *                                                                *
      *                ANYTHING LESS THAN CERTAIN IS NOT APPLIED - IT  *
      *                IS ROUTED TO THE DATA STEWARDSHIP WORKQUEUE AS  *
      *                A 'DECD' CASE PER CANDIDATE CUSTOMER: A NUMBER  *
      *                WHOSE DATE OF BIRTH DISAGREES, SEVERAL EXACT    *
      *                NAME/DATE-OF-BIRTH MATCHES, OR NAMES THAT ONLY  *
      *                SOUND ALIKE (T_CUST_NAME_KEY, SAME DATE OF      *
      *                BIRTH). A STEWARD WHO CONFIRMS A CASE HAS THE   *
      *                NOTICE RE-SENT WITH THE CUSTOMER NUMBER ON IT   *
      *                AND THE NEXT RUN APPLIES IT. A NOTICE MATCHING  *
      *                NOBODY IS COUNTED AND LISTED ON SYSOUT.         *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  BUSINESS DATE (YYYY-MM-DD) THE  *
      *                               FEED ENVELOPE MUST CARRY        *
      *                                                                *
      *  INPUT:        DTHNTF - DEATH-NOTIFICATION FILE, WRAPPED IN   *
      *                THE STANDARD FEED ENVELOPE (F5748FEN HEADER    *
      *                FIRST, TRAILER LAST; FEED ID DEATHNTF, WHICH   *
      *                NEEDS ITS T_UIS_FEED_CTL ROW), ONE RECORD PER  *
      *                NOTICE:                                        *
      *                   COLS 01-10  CUST-NUM (SPACES IF UNKNOWN)    *
      *                   COLS 11-60  CUSTOMER NAME                   *
      *                   COLS 61-68  DATE OF BIRTH (AS CUST_DOB)     *
      *                   COLS 69-76  DATE OF DEATH (CCYYMMDD)        *
      *                   COLS 77-80  NOTICE SOURCE                   *
      *                   COLS 81-100 NOTICE REFERENCE                *
      *                                                                *
      *  OUTPUT:       DECNTC - ONE RECORD PER CUSTOMER NEWLY          *
      *                RECORDED DECEASED, FOR POLICY ADMINISTRATION    *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ)                              *
      *                T_CUST_NAME_KEY (READ)                          *
      *                T_CUST_DECEASED (SELECT/INSERT/UPDATE)          *
      *                T_CUST_CONSENT (UPDATE/INSERT)                  *
      *                T_UIS_STEWARD_CASE (UPDATE/INSERT)              *
      *                T_UIS_RUN_STATUS (DELETE/INSERT/UPDATE)         *
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
           SELECT DEATH-NOTICE-FILE         ASSIGN TO DTHNTF
                                             ORGANIZATION IS SEQUENTIAL.
           SELECT DECEASED-NOTICE-FILE      ASSIGN TO DECNTC
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-NOTICE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  DEATH-NOTICE-RECORD.
           05  DN-CUST-NUM                  PIC X(10).
           05  DN-CUST-NM                   PIC X(50).
           05  DN-CUST-DOB                  PIC X(08).
           05  DN-DEATH-DATE                PIC X(08).
           05  DN-SOURCE                    PIC X(04).
           05  DN-NOTICE-REF                PIC X(20).
       01  DEATH-NOTICE-RAW                 PIC X(100).
      *
       FD  DECEASED-NOTICE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  DECEASED-NOTICE-RECORD.
           05  DCN-TEMPLATE-CODE            PIC X(08).
           05  DCN-CUST-NUM                 PIC X(10).
           05  DCN-SEG-ID                   PIC X(01).
           05  DCN-DECEASED-DATE            PIC X(10).
           05  DCN-NOTICE-REF               PIC X(20).
           05  DCN-SOURCE                   PIC X(04).
           05  DCN-MATCH-METHOD             PIC X(01).
           05  DCN-RECORDED-DATE            PIC X(10).
           05  FILLER                       PIC X(16).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748DTH'.
           05  WS-CASE-TYPE-DECEASED        PIC X(04) VALUE 'DECD'.
           05  WS-NOTICE-TEMPLATE           PIC X(08) VALUE 'DECEASED'.
           05  WS-MAX-CANDIDATES            PIC 9(03) VALUE 10.

       01  WS-PARM-CARD.
           05  WS-BUS-DATE                  PIC X(10) VALUE SPACES.

       01  WS-ENVELOPE-PGM                  PIC X(08) VALUE 'F5748FEV'.

       01  WS-HOLD-RECORD                   PIC X(100) VALUE SPACES.
       01  WS-HOLD-PREFIX-NUM               PIC 9(09) VALUE ZEROES.

       01  FEV-ENVELOPE-AREA.
           COPY F5748FEN REPLACING ==:FD:== BY ==FEV==.

       01  WS-WORKING-FIELDS.
           05  WS-TODAY-ISO                 PIC X(10) VALUE SPACES.
           05  WS-DEATH-DATE-ISO            PIC X(10) VALUE SPACES.
           05  WS-DATE-CHECK                PIC X(01) VALUE SPACE.
               88  WS-DATE-IN-FUTURE                  VALUE 'F'.
           05  WS-EXACT-COUNT               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CAND-COUNT                PIC 9(03) VALUE ZEROES.
           05  WS-MATCH-METHOD              PIC X(01) VALUE SPACE.
           05  WS-CASE-REASON               PIC X(22) VALUE SPACES.
           05  WS-FIRST-TOKEN               PIC X(50) VALUE SPACES.
           05  WS-TOKEN-REST                PIC X(50) VALUE SPACES.

      ******************************************************************
      *          SOUND-CODE WORK AREA - SEE 5000-COMPUTE-SOUND-CODE.   *
      *          MIRRORED FROM F5748PHB; ALL FOUR MUST STAY IN STEP.   *
      ******************************************************************
       01  WS-SOUNDEX-AREA.
           05  WS-SDX-INPUT                 PIC X(50) VALUE SPACES.
           05  WS-SDX-KEY                   PIC X(04) VALUE SPACES.
           05  WS-SDX-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-SDX-OUT-SUB               PIC 9(01) VALUE ZEROES.
           05  WS-SDX-CHAR                  PIC X(01) VALUE SPACE.
           05  WS-SDX-DIGIT                 PIC X(01) VALUE SPACE.
           05  WS-SDX-PRIOR-DIGIT           PIC X(01) VALUE SPACE.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-RECORDED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-ALREADY-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-REVERSED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-CASE-NOTICE-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-CASE-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-UNMATCHED-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-ENV-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-ENV-IS-EOF                      VALUE 'Y'.
           05  WS-CURSOR-SW                 PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.
           05  WS-MATCH-SW                  PIC X(01) VALUE 'N'.
               88  WS-MATCH-CERTAIN                   VALUE 'C'.
               88  WS-MATCH-UNCERTAIN                 VALUE 'U'.
               88  WS-MATCH-NONE                      VALUE 'N'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL
                INCLUDE F5748CST
           END-EXEC.

      * DCLGEN FOR T_CUST_NAME_KEY - SEE 2400-MATCH-BY-SOUND
           EXEC SQL
                INCLUDE F5748NMK
           END-EXEC.

      * DCLGEN FOR T_CUST_DECEASED
           EXEC SQL
                INCLUDE F5748DEC
           END-EXEC.

      * DCLGEN FOR T_CUST_CONSENT - MARKETING SWITCHED OFF
           EXEC SQL
                INCLUDE F5748CNS
           END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE - UNCERTAIN MATCHES
           EXEC SQL
                INCLUDE F5748STC
           END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS - ACCEPTANCE/REFUSAL RECORDING
           EXEC SQL
                INCLUDE F5748RUN
           END-EXEC.

      * SOUND-ALIKE CANDIDATES - SAME SOUND CODE AND DATE OF BIRTH.
           EXEC SQL
                DECLARE SOUND-CSR CURSOR FOR
                SELECT DISTINCT NMK_CUST_NUM
                  FROM T_CUST_NAME_KEY
                 WHERE NMK_PHONETIC_KEY = :WS-SDX-KEY
                   AND NMK_CUST_DOB     = :DN-CUST-DOB
                 ORDER BY NMK_CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748DTH WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1400-VALIDATE-FEED-ENVELOPE
              THRU 1400-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-NOTICE
              THRU 2000-EXIT
              UNTIL WS-IS-EOF.

           PERFORM 8000-CLOSE-FILES
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           PERFORM 1690-RECORD-RUN-SUCCESS
              THRU 1690-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'F5748DTH - DEATH-NOTIFICATION LOAD STARTING'.

           EXEC SQL
                SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           OPEN INPUT  DEATH-NOTICE-FILE
                OUTPUT DECEASED-NOTICE-FILE.

      * CONSUME THE ENVELOPE HEADER - 1400 ALREADY JUDGED IT.
           READ DEATH-NOTICE-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
           END-READ.

           PERFORM 1100-READ-NOTICE
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1100-READ-NOTICE                         *
      ******************************************************************
       1100-READ-NOTICE.

      * THE RECORD AFTER THE LAST DETAIL IS THE ENVELOPE TRAILER.
           READ DEATH-NOTICE-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
               NOT AT END
                   IF WS-READ-COUNT >= FEV-DETAIL-COUNT
                       SET WS-IS-EOF        TO TRUE
                   ELSE
                       ADD 1                TO WS-READ-COUNT
                   END-IF
           END-READ.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1400-VALIDATE-FEED-ENVELOPE                    *
      * FIRST PASS - NOTHING IS APPLIED UNTIL THE ENVELOPE (HEADER,    *
      * TRAILER, COUNT, HASH, GENERATION SEQUENCE) HAS BEEN ACCEPTED   *
      * BY F5748FEV. A REFUSED FILE ENDS THE RUN WITH RC 8 AND A       *
      * REJECTED ROW ON T_UIS_RUN_STATUS SO THE CHAIN GUARD STOPS      *
      * DOWNSTREAM CONSUMERS.                                          *
      ******************************************************************
       1400-VALIDATE-FEED-ENVELOPE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           INITIALIZE FEV-ENVELOPE-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE 'DEATHNTF'                   TO FEV-FEED-ID.
           MOVE WS-BUS-DATE                  TO FEV-EXPECTED-BUS-DATE.

           PERFORM 1650-RECORD-RUN-START
              THRU 1650-EXIT.

           OPEN INPUT DEATH-NOTICE-FILE.

           READ DEATH-NOTICE-FILE INTO DEATH-NOTICE-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE IS EMPTY - NO ENVELOPE'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           MOVE DEATH-NOTICE-RAW(1:25)       TO FEV-HEADER-IMAGE.

           READ DEATH-NOTICE-FILE INTO WS-HOLD-RECORD
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE HAS NO TRAILER RECORD'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           PERFORM 1410-SCAN-ENVELOPE-RECORD
              THRU 1410-EXIT
              UNTIL WS-ENV-IS-EOF.

           MOVE WS-HOLD-RECORD(1:25)         TO FEV-TRAILER-IMAGE.

           CLOSE DEATH-NOTICE-FILE.

           CALL WS-ENVELOPE-PGM USING FEV-ENVELOPE-AREA.

           IF NOT FEV-FEED-ACCEPTED
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           DISPLAY 'F5748DTH - ' FEV-MESSAGE.
           .
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1410-SCAN-ENVELOPE-RECORD                      *
      * THE HELD RECORD IS A DETAIL ONCE ANOTHER RECORD FOLLOWS IT -   *
      * THE LAST ONE HELD AT END OF FILE IS THE TRAILER.               *
      ******************************************************************
       1410-SCAN-ENVELOPE-RECORD.

           READ DEATH-NOTICE-FILE INTO DEATH-NOTICE-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           ADD 1                             TO FEV-DETAIL-COUNT.

           IF WS-HOLD-RECORD(1:9) NUMERIC
               MOVE WS-HOLD-RECORD(1:9)      TO WS-HOLD-PREFIX-NUM
               ADD WS-HOLD-PREFIX-NUM        TO FEV-HASH-TOTAL
           END-IF.

           MOVE DEATH-NOTICE-RAW             TO WS-HOLD-RECORD.
           .
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1490-REFUSE-FEED                          *
      ******************************************************************
       1490-REFUSE-FEED.

           DISPLAY 'F5748DTH - FEED REFUSED: ' FEV-MESSAGE.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'REJECTED'
                 WHERE RUN_DATE    = CURRENT DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           MOVE 8                            TO RETURN-CODE.
           GOBACK.
           .
       1490-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1650-RECORD-RUN-START                       *
      ******************************************************************
       1650-RECORD-RUN-START.

           EXEC SQL
                DELETE FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = CURRENT DATE
                   AND RUN_JOB_NM = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RUN_STATUS
                       ( RUN_DATE
                       , RUN_JOB_NM
                       , RUN_START_TS
                       , RUN_END_TS
                       , RUN_OUTCOME )
                VALUES ( CURRENT DATE
                       , :WS-NAME-OF-THIS-MODULE
                       , CURRENT TIMESTAMP
                       , NULL
                       , 'RUNNING' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DTH - RUN-STATUS REGISTRATION FAILED '
                       'SQLCODE=' SQLCODE
           END-IF.
           .
       1650-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1690-RECORD-RUN-SUCCESS                      *
      ******************************************************************
       1690-RECORD-RUN-SUCCESS.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'SUCCESS'
                 WHERE RUN_DATE    = CURRENT DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.
           .
       1690-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-PROCESS-ONE-NOTICE                      *
      * EDITS THE CURRENT NOTICE, MATCHES IT TO A CUSTOMER, AND EITHER *
      * APPLIES IT (CERTAIN MATCH) OR LEAVES IT TO A STEWARD.          *
      ******************************************************************
       2000-PROCESS-ONE-NOTICE.

           PERFORM 2100-EDIT-NOTICE
              THRU 2100-EXIT.

           IF WS-DATE-CHECK = 'X'
               ADD 1                        TO WS-REJECT-COUNT
               DISPLAY 'F5748DTH - RECORD REJECTED: '
                        DEATH-NOTICE-RECORD
               PERFORM 1100-READ-NOTICE
                  THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           SET WS-MATCH-NONE                TO TRUE.
           MOVE ZEROES                      TO WS-CAND-COUNT.

           IF DN-CUST-NUM NOT = SPACES
              AND DN-CUST-NUM NUMERIC
               PERFORM 2200-MATCH-BY-NUMBER
                  THRU 2200-EXIT
           END-IF.

           IF WS-MATCH-NONE
               PERFORM 2300-MATCH-BY-NAME-DOB
                  THRU 2300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-MATCH-CERTAIN
                   PERFORM 3000-RECORD-DECEASED
                      THRU 3000-EXIT
               WHEN WS-MATCH-UNCERTAIN
                   ADD 1                    TO WS-CASE-NOTICE-COUNT
               WHEN OTHER
                   ADD 1                    TO WS-UNMATCHED-COUNT
                   DISPLAY 'F5748DTH - NO CUSTOMER MATCHED: '
                            DN-NOTICE-REF ' ' DN-CUST-NM(1:30)
           END-EVALUATE.

           PERFORM 1100-READ-NOTICE
              THRU 1100-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-EDIT-NOTICE                          *
      * THE DATE OF DEATH MUST BE A REAL DATE NOT IN THE FUTURE, AND   *
      * THERE MUST BE SOMETHING TO MATCH ON. A FAILED EDIT LEAVES 'X'  *
      * IN WS-DATE-CHECK.                                              *
      ******************************************************************
       2100-EDIT-NOTICE.

           MOVE SPACE                       TO WS-DATE-CHECK.

           IF DN-DEATH-DATE NOT NUMERIC
               MOVE 'X'                     TO WS-DATE-CHECK
               GO TO 2100-EXIT
           END-IF.

           IF DN-CUST-NUM = SPACES
              AND (DN-CUST-NM = SPACES OR DN-CUST-DOB = SPACES)
               MOVE 'X'                     TO WS-DATE-CHECK
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                      TO WS-DEATH-DATE-ISO.
           STRING DN-DEATH-DATE(1:4) '-'
                  DN-DEATH-DATE(5:2) '-'
                  DN-DEATH-DATE(7:2)
                  DELIMITED BY SIZE
                  INTO WS-DEATH-DATE-ISO.

           EXEC SQL
                SET :WS-DATE-CHECK =
                    CASE WHEN DATE(:WS-DEATH-DATE-ISO) > CURRENT DATE
                         THEN 'F' ELSE 'V'
                    END
           END-EXEC.

           IF SQLCODE NOT = 0
              OR WS-DATE-IN-FUTURE
               MOVE 'X'                     TO WS-DATE-CHECK
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-MATCH-BY-NUMBER                        *
      * THE NUMBER ON THE NOTICE IS TRUSTED WHEN THE DATE OF BIRTH     *
      * AGREES OR WAS NOT GIVEN. A DISAGREEING DATE OF BIRTH MAKES IT  *
      * A STEWARD'S CALL. A NUMBER NOT ON FILE FALLS BACK TO NAME AND  *
      * DATE OF BIRTH.                                                 *
      ******************************************************************
       2200-MATCH-BY-NUMBER.

           MOVE DN-CUST-NUM                 TO CUST-NUM.

           EXEC SQL
                SELECT SEG_ID
                      ,CUST_NM
                      ,CUST_DOB
                  INTO :SEG-ID
                      ,:CUST-NM
                      ,:CUST-DOB
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CUST-NUM
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2200-EXIT
           END-IF.

           IF DN-CUST-DOB = SPACES
              OR DN-CUST-DOB = CUST-DOB
               SET WS-MATCH-CERTAIN         TO TRUE
               MOVE 'N'                     TO WS-MATCH-METHOD
           ELSE
               MOVE 'NUMBER - DOB DIFFERS'  TO WS-CASE-REASON
               PERFORM 8500-UPSERT-STEWARD-CASE
                  THRU 8500-EXIT
               SET WS-MATCH-UNCERTAIN       TO TRUE
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2300-MATCH-BY-NAME-DOB                       *
      * EXACTLY ONE CUSTOMER WITH THIS NAME AND DATE OF BIRTH IS A     *
      * CERTAIN MATCH. NONE, OR MORE THAN ONE, GOES TO THE SOUND-ALIKE *
      * SEARCH, WHICH ONLY EVER RAISES STEWARD CASES.                  *
      ******************************************************************
       2300-MATCH-BY-NAME-DOB.

           IF DN-CUST-NM = SPACES
              OR DN-CUST-DOB = SPACES
               GO TO 2300-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(DISTINCT CUST_NUM)
                      ,MIN(CUST_NUM)
                  INTO :WS-EXACT-COUNT
                      ,:CUST-NUM
                  FROM T_CUST_DATA
                 WHERE CUST_NM  = :DN-CUST-NM
                   AND CUST_DOB = :DN-CUST-DOB
           END-EXEC.

           IF SQLCODE = 0
              AND WS-EXACT-COUNT = 1
               EXEC SQL
                    SELECT SEG_ID
                      INTO :SEG-ID
                      FROM T_CUST_DATA
                     WHERE CUST_NUM = :CUST-NUM
                     FETCH FIRST ROW ONLY
               END-EXEC
               SET WS-MATCH-CERTAIN         TO TRUE
               MOVE 'E'                     TO WS-MATCH-METHOD
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2400-MATCH-BY-SOUND
              THRU 2400-EXIT.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2400-MATCH-BY-SOUND                         *
      * THE SOUND CODE OF THE NOTICE NAME'S FIRST TOKEN AGAINST        *
      * T_CUST_NAME_KEY, SAME DATE OF BIRTH - EVERY CANDIDATE (UP TO   *
      * WS-MAX-CANDIDATES) BECOMES A STEWARD CASE.                     *
      ******************************************************************
       2400-MATCH-BY-SOUND.

           MOVE SPACES                      TO WS-FIRST-TOKEN
                                               WS-TOKEN-REST.
           UNSTRING DN-CUST-NM
               DELIMITED BY ALL ' '
               INTO WS-FIRST-TOKEN WS-TOKEN-REST.

           MOVE WS-FIRST-TOKEN              TO WS-SDX-INPUT.

           PERFORM 5000-COMPUTE-SOUND-CODE
              THRU 5000-EXIT.

           IF WS-SDX-KEY = SPACES
               GO TO 2400-EXIT
           END-IF.

           MOVE 'NAME/DOB SOUND ALIKE'      TO WS-CASE-REASON.
           SET WS-NOT-EOF-CURSOR            TO TRUE.

           EXEC SQL
                OPEN SOUND-CSR
           END-EXEC.

           PERFORM 2410-FETCH-NEXT-CANDIDATE
              THRU 2410-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SOUND-CSR
           END-EXEC.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2410-FETCH-NEXT-CANDIDATE                     *
      ******************************************************************
       2410-FETCH-NEXT-CANDIDATE.

           IF WS-CAND-COUNT >= WS-MAX-CANDIDATES
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2410-EXIT
           END-IF.

           EXEC SQL
                FETCH SOUND-CSR
                INTO  :NMK-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2410-EXIT
           END-IF.

           ADD 1                            TO WS-CAND-COUNT.
           MOVE NMK-CUST-NUM                TO CUST-NUM.

           PERFORM 8500-UPSERT-STEWARD-CASE
              THRU 8500-EXIT.

           SET WS-MATCH-UNCERTAIN           TO TRUE.
           .
       2410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3000-RECORD-DECEASED                         *
      * A CUSTOMER ALREADY RECORDED DECEASED IS LEFT ALONE - NO SECOND *
      * NOTICE GOES TO POLICY ADMINISTRATION. A ROW A STEWARD REVERSED *
      * IS NOT RE-APPLIED FROM THE SAME NOTICE, ONLY FROM A NEW ONE.   *
      ******************************************************************
       3000-RECORD-DECEASED.

           EXEC SQL
                SELECT DEC_STATUS
                      ,DEC_NOTICE_REF
                  INTO :DEC-STATUS
                      ,:DEC-NOTICE-REF
                  FROM T_CUST_DECEASED
                 WHERE DEC_CUST_NUM = :CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                AND DEC-IS-DECEASED
                   ADD 1                    TO WS-ALREADY-COUNT
                   GO TO 3000-EXIT
               WHEN SQLCODE = 0
                AND DEC-NOTICE-REF = DN-NOTICE-REF
                   ADD 1                    TO WS-REVERSED-COUNT
                   DISPLAY 'F5748DTH - NOTICE PREVIOUSLY REVERSED: '
                            DN-NOTICE-REF ' FOR ' CUST-NUM
                   GO TO 3000-EXIT
               WHEN SQLCODE = 0
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   ADD 1                    TO WS-REJECT-COUNT
                   DISPLAY 'F5748DTH - DECEASED READ FAILED SQLCODE='
                            SQLCODE ' FOR ' CUST-NUM
                   GO TO 3000-EXIT
           END-EVALUATE.

           MOVE CUST-NUM                    TO DEC-CUST-NUM.
           MOVE WS-DEATH-DATE-ISO           TO DEC-DECEASED-DATE.
           MOVE 'D'                         TO DEC-STATUS.
           MOVE DN-SOURCE                   TO DEC-SOURCE.
           MOVE DN-NOTICE-REF               TO DEC-NOTICE-REF.
           MOVE WS-MATCH-METHOD             TO DEC-MATCH-METHOD.
           MOVE WS-NAME-OF-THIS-MODULE      TO DEC-RECORDED-BY.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_CUST_DECEASED
                           ( DEC_CUST_NUM
                           , DEC_DECEASED_DATE
                           , DEC_STATUS
                           , DEC_SOURCE
                           , DEC_NOTICE_REF
                           , DEC_MATCH_METHOD
                           , DEC_RECORDED_BY
                           , DEC_RECORDED_TS )
                    VALUES ( :DEC-CUST-NUM
                           , DATE(:DEC-DECEASED-DATE)
                           , :DEC-STATUS
                           , :DEC-SOURCE
                           , :DEC-NOTICE-REF
                           , :DEC-MATCH-METHOD
                           , :DEC-RECORDED-BY
                           , CURRENT TIMESTAMP )
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE T_CUST_DECEASED
                       SET DEC_DECEASED_DATE = DATE(:DEC-DECEASED-DATE)
                         , DEC_STATUS        = :DEC-STATUS
                         , DEC_SOURCE        = :DEC-SOURCE
                         , DEC_NOTICE_REF    = :DEC-NOTICE-REF
                         , DEC_MATCH_METHOD  = :DEC-MATCH-METHOD
                         , DEC_RECORDED_BY   = :DEC-RECORDED-BY
                         , DEC_RECORDED_TS   = CURRENT TIMESTAMP
                     WHERE DEC_CUST_NUM      = :DEC-CUST-NUM
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1                        TO WS-REJECT-COUNT
               DISPLAY 'F5748DTH - DECEASED WRITE FAILED SQLCODE='
                        SQLCODE ' FOR ' CUST-NUM
               GO TO 3000-EXIT
           END-IF.

           ADD 1                            TO WS-RECORDED-COUNT.

           PERFORM 3100-STOP-MARKETING
              THRU 3100-EXIT.

           PERFORM 3200-WRITE-ADMIN-NOTICE
              THRU 3200-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-STOP-MARKETING                         *
      * MARKETING CONSENT IS SWITCHED OFF; A CUSTOMER WITH NO CONSENT  *
      * ROW GETS ONE, HOUSEHOLD DISCLOSURE LEFT AT ITS DEFAULT.        *
      ******************************************************************
       3100-STOP-MARKETING.

           MOVE CUST-NUM                    TO CNS-CUST-NUM.
           MOVE 'Y'                         TO CNS-HH-DISCL-IND.
           MOVE 'N'                         TO CNS-MKTG-IND.
           MOVE WS-NAME-OF-THIS-MODULE      TO CNS-SET-RACF-ID.

           EXEC SQL
                UPDATE T_CUST_CONSENT
                   SET CNS_MKTG_IND     = :CNS-MKTG-IND
                     , CNS_SET_RACF_ID = :CNS-SET-RACF-ID
                     , CNS_SET_TS      = CURRENT TIMESTAMP
                 WHERE CNS_CUST_NUM    = :CNS-CUST-NUM
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_CUST_CONSENT
                           ( CNS_CUST_NUM
                           , CNS_HH_DISCL_IND
                           , CNS_MKTG_IND
                           , CNS_SET_RACF_ID
                           , CNS_SET_TS )
                    VALUES ( :CNS-CUST-NUM
                           , :CNS-HH-DISCL-IND
                           , :CNS-MKTG-IND
                           , :CNS-SET-RACF-ID
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DTH - CONSENT UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR ' CUST-NUM
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3200-WRITE-ADMIN-NOTICE                       *
      ******************************************************************
       3200-WRITE-ADMIN-NOTICE.

           MOVE SPACES                      TO DECEASED-NOTICE-RECORD.
           MOVE WS-NOTICE-TEMPLATE          TO DCN-TEMPLATE-CODE.
           MOVE CUST-NUM                    TO DCN-CUST-NUM.
           MOVE SEG-ID                      TO DCN-SEG-ID.
           MOVE WS-DEATH-DATE-ISO           TO DCN-DECEASED-DATE.
           MOVE DN-NOTICE-REF               TO DCN-NOTICE-REF.
           MOVE DN-SOURCE                   TO DCN-SOURCE.
           MOVE WS-MATCH-METHOD             TO DCN-MATCH-METHOD.
           MOVE WS-TODAY-ISO                TO DCN-RECORDED-DATE.

           WRITE DECEASED-NOTICE-RECORD.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-COMPUTE-SOUND-CODE                      *
      * CLASSIC FOUR-BYTE SOUND CODE OVER WS-SDX-INPUT - THE SAME      *
      * ALGORITHM 3000-COMPUTE-SOUND-CODE IN F5748PHB BUILDS THE KEY   *
      * TABLE WITH, AND F5748SBN AND F5748DCV SEARCH OR MATCH WITH.    *
      * ALL FOUR MUST STAY IN STEP.                                    *
      ******************************************************************
       5000-COMPUTE-SOUND-CODE.

           MOVE SPACES                       TO WS-SDX-KEY.
           MOVE FUNCTION UPPER-CASE(WS-SDX-INPUT)
                                             TO WS-SDX-INPUT.

           MOVE WS-SDX-INPUT(1:1)            TO WS-SDX-CHAR.

           IF WS-SDX-CHAR < 'A' OR WS-SDX-CHAR > 'Z'
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-SDX-CHAR                  TO WS-SDX-KEY(1:1).
           MOVE 1                            TO WS-SDX-OUT-SUB.

           PERFORM 5100-SOUND-DIGIT
              THRU 5100-EXIT.
           MOVE WS-SDX-DIGIT                 TO WS-SDX-PRIOR-DIGIT.

           PERFORM 5200-SOUND-ONE-CHAR
              THRU 5200-EXIT
              VARYING WS-SDX-SUB FROM 2 BY 1
                UNTIL WS-SDX-SUB > 50
                   OR WS-SDX-OUT-SUB >= 4.

           PERFORM 5300-PAD-ONE-ZERO
              THRU 5300-EXIT
              UNTIL WS-SDX-OUT-SUB >= 4.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5200-SOUND-ONE-CHAR                        *
      ******************************************************************
       5200-SOUND-ONE-CHAR.

           MOVE WS-SDX-INPUT(WS-SDX-SUB:1)   TO WS-SDX-CHAR.

           IF WS-SDX-CHAR = SPACE
               MOVE 51                       TO WS-SDX-SUB
               GO TO 5200-EXIT
           END-IF.

           PERFORM 5100-SOUND-DIGIT
              THRU 5100-EXIT.

           IF WS-SDX-DIGIT = SPACE
               MOVE SPACE                    TO WS-SDX-PRIOR-DIGIT
               GO TO 5200-EXIT
           END-IF.

           IF WS-SDX-DIGIT = WS-SDX-PRIOR-DIGIT
               GO TO 5200-EXIT
           END-IF.

           ADD 1                             TO WS-SDX-OUT-SUB.
           MOVE WS-SDX-DIGIT
             TO WS-SDX-KEY(WS-SDX-OUT-SUB:1).
           MOVE WS-SDX-DIGIT                 TO WS-SDX-PRIOR-DIGIT.
           .
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5100-SOUND-DIGIT                          *
      ******************************************************************
       5100-SOUND-DIGIT.

           EVALUATE WS-SDX-CHAR
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1'                  TO WS-SDX-DIGIT
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
               WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
                   MOVE '2'                  TO WS-SDX-DIGIT
               WHEN 'D' WHEN 'T'
                   MOVE '3'                  TO WS-SDX-DIGIT
               WHEN 'L'
                   MOVE '4'                  TO WS-SDX-DIGIT
               WHEN 'M' WHEN 'N'
                   MOVE '5'                  TO WS-SDX-DIGIT
               WHEN 'R'
                   MOVE '6'                  TO WS-SDX-DIGIT
               WHEN OTHER
                   MOVE SPACE                TO WS-SDX-DIGIT
           END-EVALUATE.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5300-PAD-ONE-ZERO                         *
      ******************************************************************
       5300-PAD-ONE-ZERO.

           ADD 1                             TO WS-SDX-OUT-SUB.
           MOVE '0'                          TO
                WS-SDX-KEY(WS-SDX-OUT-SUB:1).
           .
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       8000-CLOSE-FILES                         *
      ******************************************************************
       8000-CLOSE-FILES.

           CLOSE DEATH-NOTICE-FILE
                 DECEASED-NOTICE-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  8500-UPSERT-STEWARD-CASE                      *
      * ONE 'DECD' CASE PER CANDIDATE CUSTOMER IN CUST-NUM. A LATER    *
      * NOTICE FOR THE SAME CANDIDATE UPDATES THE CASE (AND REOPENS A  *
      * CLOSED ONE) INSTEAD OF DUPLICATING IT.                         *
      ******************************************************************
       8500-UPSERT-STEWARD-CASE.

           MOVE WS-CASE-TYPE-DECEASED       TO STC-CASE-TYPE.

           MOVE SPACES                      TO STC-EVIDENCE.
           STRING 'NTC=' DN-NOTICE-REF
                  ' DOD=' DN-DEATH-DATE
                  ' ' WS-CASE-REASON
                  DELIMITED BY SIZE
                  INTO STC-EVIDENCE.

           EXEC SQL
                UPDATE T_UIS_STEWARD_CASE
                   SET STC_LAST_SEEN_TS = CURRENT TIMESTAMP
                     , STC_SEEN_COUNT   = STC_SEEN_COUNT + 1
                     , STC_EVIDENCE     = :STC-EVIDENCE
                     , STC_STATUS       = CASE WHEN STC_STATUS = 'C'
                                          THEN 'O' ELSE STC_STATUS
                                          END
                 WHERE STC_CASE_TYPE  = :STC-CASE-TYPE
                   AND STC_CUST_NUM_A = :CUST-NUM
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
                           , :CUST-NUM
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

           IF SQLCODE = 0
               ADD 1                        TO WS-CASE-COUNT
           ELSE
               DISPLAY 'F5748DTH - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' CUST-NUM
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
           DISPLAY 'F5748DTH - NOTICES READ          : ' WS-READ-COUNT.
           DISPLAY 'F5748DTH - RECORDED DECEASED     : '
                    WS-RECORDED-COUNT.
           DISPLAY 'F5748DTH - ALREADY RECORDED      : '
                    WS-ALREADY-COUNT.
           DISPLAY 'F5748DTH - PREVIOUSLY REVERSED   : '
                    WS-REVERSED-COUNT.
           DISPLAY 'F5748DTH - SENT TO STEWARDSHIP   : '
                    WS-CASE-NOTICE-COUNT.
           DISPLAY 'F5748DTH -   CASES RAISED        : '
                    WS-CASE-COUNT.
           DISPLAY 'F5748DTH - NO CUSTOMER MATCHED   : '
                    WS-UNMATCHED-COUNT.
           DISPLAY 'F5748DTH - RECORDS REJECTED      : '
                    WS-REJECT-COUNT.

           IF WS-REJECT-COUNT NOT = ZEROES
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748DTH.
