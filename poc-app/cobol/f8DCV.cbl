      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748DCV.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748DCV:     CROSS-HOUSEHOLD DOUBLE-COVERAGE SWEEP (WEEKLY)  *
      *                                                                *
      *  FUNCTION:     A CHILD COVERED ON BOTH PARENTS' HOUSEHOLDS, OR *
      *                A DEPENDENT LEFT ON AN OLD HOUSEHOLD AFTER BEING*
      *                ADDED TO A NEW ONE, IS COUNTED TWICE AT CLAIM   *
      *                TIME. F5748DSW LOOKS FOR DUPLICATE CUSTOMERS;   *
      *                THIS SWEEP LOOKS FOR THE SAME PERSON AS A MEMBER*
      *                OF MORE THAN ONE INFORCE HOUSEHOLD, OVER THE    *
      *                MEMBERS IN F5748HSL'S LATEST SUCCESSFUL         *
      *                HOUSEHOLD SNAPSHOT. MEMBERS ARE COMPARED WITHIN *
      *                EACH DATE OF BIRTH, HOUSEHOLD AGAINST HOUSEHOLD:*
      *                                                                *
      *                  CONFIRMED - FIRST AND LAST NAMES THE SAME     *
      *                              (IGNORING CASE). WRITTEN TO THE   *
      *                              COBNTC NOTICE FEED FOR            *
      *                              COORDINATION OF BENEFITS THE FIRST*
      *                              TIME THE PAIR IS SEEN (RECORDED ON*
      *                              T_UIS_COB_SENT SO IT IS NOT SENT  *
      *                              TWICE) AND RAISED AS A 'DCOV'     *
      *                              STEWARDSHIP CASE.                 *
      *                  PROBABLE  - NAMES DIFFER BUT BOTH CARRY THE   *
      *                              SAME SOUND CODES (THE F5748PHB    *
      *                              PHONETIC KEY). RAISED AS A 'DCVP' *
      *                              CASE FOR A STEWARD TO CHECK; ONCE *
      *                              THE INFORCE NAME IS CORRECTED     *
      *                              (F5748HHM) THE NEXT SWEEP SEES    *
      *                              A CONFIRMED PAIR AND SENDS THE    *
      *                              NOTICE.                           *
      *                                                                *
      *                EVERY PAIR IS LISTED WITH BOTH HOUSEHOLDS       *
      *                (CUSTOMER, EMPLOYEE), THE MEMBER'S RELATIONSHIP *
      *                IN EACH, AND EACH HOUSEHOLD'S SEGMENT. CASES ARE*
      *                KEYED BY THE TWO CUSTOMERS (A = THE LOWER) WITH *
      *                THE SAME UPDATE-THEN-INSERT AS THE OTHER        *
      *                WORKQUEUE FEEDERS. MEMBERS WITH NO DATE OF BIRTH*
      *                ON FILE ('00000000') CANNOT BE MATCHED.         *
      *                                                                *
      *  ENVIRONMENT:  BATCH. WEEKLY, AFTER THAT NIGHT'S F5748HSL.     *
      *                                                                *
      *  OUTPUT:       COBNTC - COORDINATION-OF-BENEFITS NOTICE FEED,  *
      *                200 BYTES: ONE HEADER ('H' - FEED ID UISCOBN,   *
      *                SNAPSHOT DATE, RUN TIMESTAMP), ONE DETAIL ('D') *
      *                PER NEWLY CONFIRMED PAIR, ONE TRAILER ('T' -    *
      *                DETAIL COUNT).                                  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                T_UIS_COB_SENT (UPDATE/INSERT)                  *
      *                T_UIS_STEWARD_CASE (UPDATE/INSERT)              *
      *                                                                *
      *  RETURN CODE:  0 NO DOUBLE COVERAGE, 4 PAIRS LISTED (OR A DATE *
      *                OF BIRTH WITH TOO MANY MEMBERS TO COMPARE IN    *
      *                FULL), 8 NO SUCCESSFUL SNAPSHOT, OR A DB2 OR    *
      *                COBNTC FAILURE - NOTHING IS COMMITTED           *
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
           SELECT COB-NOTICE-FILE           ASSIGN TO COBNTC
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-NOTICE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COB-NOTICE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  COB-NOTICE-RECORD.
           05  CBX-RECORD-TYPE              PIC X(01).
               88  CBX-IS-HEADER                      VALUE 'H'.
               88  CBX-IS-DETAIL                      VALUE 'D'.
               88  CBX-IS-TRAILER                     VALUE 'T'.
           05  CBX-RECORD-BODY              PIC X(199).
           05  CBX-HEADER-VIEW REDEFINES CBX-RECORD-BODY.
               10  CBX-HDR-FEED-ID          PIC X(08).
               10  CBX-HDR-SNAP-DATE        PIC X(10).
               10  CBX-HDR-CREATED-TS       PIC X(26).
               10  FILLER                   PIC X(155).
           05  CBX-DETAIL-VIEW REDEFINES CBX-RECORD-BODY.
               10  CBX-MBR-FIRST-NM         PIC X(20).
               10  CBX-MBR-LAST-NM          PIC X(25).
               10  CBX-MBR-DOB              PIC X(08).
               10  CBX-HHLD-A.
                   15  CBX-A-CUST-NUM       PIC X(10).
                   15  CBX-A-EMPE-ID        PIC X(09).
                   15  CBX-A-MBR-SRC-SEQ    PIC 9(04).
                   15  CBX-A-RELATE-CD      PIC X(02).
                   15  CBX-A-SEG-ID         PIC X(01).
               10  CBX-HHLD-B.
                   15  CBX-B-CUST-NUM       PIC X(10).
                   15  CBX-B-EMPE-ID        PIC X(09).
                   15  CBX-B-MBR-SRC-SEQ    PIC 9(04).
                   15  CBX-B-RELATE-CD      PIC X(02).
                   15  CBX-B-SEG-ID         PIC X(01).
               10  CBX-SNAP-DATE            PIC X(10).
               10  FILLER                   PIC X(84).
           05  CBX-TRAILER-VIEW REDEFINES CBX-RECORD-BODY.
               10  CBX-TRL-DETAIL-COUNT     PIC 9(09).
               10  FILLER                   PIC X(190).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748DCV'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-NOTICE-FEED-ID            PIC X(08) VALUE 'UISCOBN '.
           05  WS-CASE-TYPE-CONFIRMED       PIC X(04) VALUE 'DCOV'.
           05  WS-CASE-TYPE-PROBABLE        PIC X(04) VALUE 'DCVP'.
      * MEMBERS SHARING ONE DATE OF BIRTH THAT CAN BE HELD AND
      * COMPARED; ANY BEYOND ARE COUNTED AND NOT COMPARED.
           05  WS-MAX-GROUP                 PIC 9(03) VALUE 500.

       01  WS-WORKING-FIELDS.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-NOTICE-STATUS             PIC X(02) VALUE SPACES.
               88  WS-NOTICE-OK                       VALUE '00'.
           05  WS-GROUP-DOB                 PIC X(08) VALUE SPACES.
           05  WS-GROUP-COUNT               PIC 9(03) VALUE ZEROES.
           05  WS-SUB-A                     PIC 9(03) VALUE ZEROES.
           05  WS-SUB-B                     PIC 9(03) VALUE ZEROES.
           05  WS-SUB-B-START               PIC 9(03) VALUE ZEROES.
           05  WS-MATCH-LEVEL               PIC X(01) VALUE SPACE.
               88  WS-MATCH-CONFIRMED                 VALUE 'E'.
               88  WS-MATCH-PROBABLE                  VALUE 'P'.
               88  WS-MATCH-NONE                      VALUE ' '.
           05  WS-CASE-TYPE                 PIC X(04) VALUE SPACES.
           05  WS-EVIDENCE                  PIC X(60) VALUE SPACES.

      * THE NEXT MEMBER, FETCHED AHEAD SO THE END OF A DATE-OF-BIRTH
      * GROUP CAN BE SEEN.
       01  WS-NEXT-MEMBER.
           05  WS-NXT-DOB                   PIC X(08) VALUE SPACES.
           05  WS-NXT-CUST-NUM              PIC X(10) VALUE SPACES.
           05  WS-NXT-EMPE-ID               PIC X(09) VALUE SPACES.
           05  WS-NXT-MBR-SRC-SEQ           PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NXT-RELATE-CD             PIC X(02) VALUE SPACES.
           05  WS-NXT-FIRST-NM              PIC X(20) VALUE SPACES.
           05  WS-NXT-LAST-NM               PIC X(25) VALUE SPACES.
           05  WS-NXT-SEG-ID                PIC X(01) VALUE SPACE.

      * ONE DATE OF BIRTH'S MEMBERS, IN HOUSEHOLD-KEY ORDER, WITH THE
      * SOUND CODES OF THEIR FIRST AND LAST NAMES.
       01  WS-GROUP-TABLE.
           05  WS-GRP-MEMBER                OCCURS 500 TIMES.
               10  WS-GRP-CUST-NUM          PIC X(10).
               10  WS-GRP-EMPE-ID           PIC X(09).
               10  WS-GRP-MBR-SRC-SEQ       PIC S9(04) USAGE COMP.
               10  WS-GRP-RELATE-CD         PIC X(02).
               10  WS-GRP-FIRST-NM          PIC X(20).
               10  WS-GRP-LAST-NM           PIC X(25).
               10  WS-GRP-SEG-ID            PIC X(01).
               10  WS-GRP-FIRST-SDX         PIC X(04).
               10  WS-GRP-LAST-SDX          PIC X(04).

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
           05  WS-MEMBER-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-NOT-COMPARED-COUNT        PIC 9(09) VALUE ZEROES.
           05  WS-CONFIRMED-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-PROBABLE-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-NOTICE-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-ALREADY-SENT-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-CASES-RAISED              PIC 9(07) VALUE ZEROES.
           05  WS-FAILURE-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT
           EXEC SQL INCLUDE F5748HSN     END-EXEC.

      * DCLGEN FOR T_UIS_COB_SENT - SEE 4100-SEND-NOTICE
           EXEC SQL INCLUDE F5748CBN     END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE - SEE 4200-RAISE-CASE
           EXEC SQL INCLUDE F5748STC     END-EXEC.

      * THE SNAPSHOT'S MEMBERS BY DATE OF BIRTH, THEN HOUSEHOLD - SO
      * WITHIN A DATE OF BIRTH, SIDE A OF EVERY PAIR IS THE LOWER
      * HOUSEHOLD KEY AND A RERUN PAIRS THEM THE SAME WAY ROUND.
           EXEC SQL
                DECLARE MEMBER-CSR CURSOR FOR
                SELECT HSN_MBR_DOB
                     , HSN_CUST_NUM
                     , HSN_EMPE_ID
                     , HSN_MBR_SRC_SEQ
                     , HSN_RELATE_CD
                     , UPPER(HSN_FIRST_NM)
                     , UPPER(HSN_LAST_NM)
                     , HSN_SEG_ID
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
                   AND HSN_MBR_DOB   <> '00000000'
                 ORDER BY HSN_MBR_DOB, HSN_CUST_NUM, HSN_EMPE_ID,
                          HSN_MBR_SRC_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748DCV WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-DOB
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR
                 OR WS-FAILURE-COUNT NOT = ZEROES.

           EXEC SQL
                CLOSE MEMBER-CSR
           END-EXEC.

           PERFORM 8000-WRITE-TRAILER
              THRU 8000-EXIT.

           IF WS-FAILURE-COUNT NOT = ZEROES
               EXEC SQL
                    ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                    COMMIT
               END-EXEC
           END-IF.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * TAKES F5748HSL'S LATEST SUCCESSFUL SNAPSHOT, STARTS THE NOTICE *
      * FEED AND FETCHES THE FIRST MEMBER.                             *
      ******************************************************************
       1000-INITIALIZE.

           EXEC SQL
                SELECT CHAR(MAX(RUN_DATE), ISO)
                     , CHAR(CURRENT TIMESTAMP)
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                     , :WS-RUN-TS
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748DCV - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       '(SQLCODE=' SQLCODE ') - NOTHING CHECKED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'F5748DCV - DOUBLE-COVERAGE SWEEP OVER THE '
                   'SNAPSHOT OF ' WS-SNAP-DATE.
           DISPLAY ' '.

           OPEN OUTPUT COB-NOTICE-FILE.

           MOVE SPACES                       TO COB-NOTICE-RECORD.
           SET CBX-IS-HEADER                 TO TRUE.
           MOVE WS-NOTICE-FEED-ID            TO CBX-HDR-FEED-ID.
           MOVE WS-SNAP-DATE                 TO CBX-HDR-SNAP-DATE.
           MOVE WS-RUN-TS                    TO CBX-HDR-CREATED-TS.

           WRITE COB-NOTICE-RECORD.

           IF NOT WS-NOTICE-OK
               DISPLAY 'F5748DCV - HEADER WRITE FAILED STATUS='
                        WS-NOTICE-STATUS
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                OPEN MEMBER-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DCV - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2900-FETCH-NEXT-MEMBER
              THRU 2900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-PROCESS-ONE-DOB                       *
      * HOLDS EVERY MEMBER SHARING THE NEXT DATE OF BIRTH, THEN        *
      * COMPARES THEM HOUSEHOLD AGAINST HOUSEHOLD.                     *
      ******************************************************************
       2000-PROCESS-ONE-DOB.

           MOVE WS-NXT-DOB                   TO WS-GROUP-DOB.
           MOVE ZEROES                       TO WS-GROUP-COUNT.

           PERFORM 2100-HOLD-ONE-MEMBER
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR
                 OR WS-NXT-DOB NOT = WS-GROUP-DOB.

           IF WS-GROUP-COUNT < 2
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-COMPARE-ONE-MEMBER
              THRU 3000-EXIT
              VARYING WS-SUB-A FROM 1 BY 1
                UNTIL WS-SUB-A >= WS-GROUP-COUNT
                   OR WS-FAILURE-COUNT NOT = ZEROES.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-HOLD-ONE-MEMBER                       *
      ******************************************************************
       2100-HOLD-ONE-MEMBER.

           IF WS-GROUP-COUNT >= WS-MAX-GROUP
               ADD 1                         TO WS-NOT-COMPARED-COUNT
               GO TO 2100-FETCH
           END-IF.

           ADD 1                             TO WS-GROUP-COUNT.
           MOVE WS-NXT-CUST-NUM    TO WS-GRP-CUST-NUM(WS-GROUP-COUNT).
           MOVE WS-NXT-EMPE-ID     TO WS-GRP-EMPE-ID(WS-GROUP-COUNT).
           MOVE WS-NXT-MBR-SRC-SEQ
                                TO WS-GRP-MBR-SRC-SEQ(WS-GROUP-COUNT).
           MOVE WS-NXT-RELATE-CD   TO WS-GRP-RELATE-CD(WS-GROUP-COUNT).
           MOVE WS-NXT-FIRST-NM    TO WS-GRP-FIRST-NM(WS-GROUP-COUNT).
           MOVE WS-NXT-LAST-NM     TO WS-GRP-LAST-NM(WS-GROUP-COUNT).
           MOVE WS-NXT-SEG-ID      TO WS-GRP-SEG-ID(WS-GROUP-COUNT).

           MOVE WS-NXT-FIRST-NM              TO WS-SDX-INPUT.
           PERFORM 5000-COMPUTE-SOUND-CODE
              THRU 5000-EXIT.
           MOVE WS-SDX-KEY         TO WS-GRP-FIRST-SDX(WS-GROUP-COUNT).

           MOVE WS-NXT-LAST-NM               TO WS-SDX-INPUT.
           PERFORM 5000-COMPUTE-SOUND-CODE
              THRU 5000-EXIT.
           MOVE WS-SDX-KEY         TO WS-GRP-LAST-SDX(WS-GROUP-COUNT).

       2100-FETCH.
           PERFORM 2900-FETCH-NEXT-MEMBER
              THRU 2900-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2900-FETCH-NEXT-MEMBER                      *
      ******************************************************************
       2900-FETCH-NEXT-MEMBER.

           EXEC SQL
                FETCH MEMBER-CSR
                INTO  :WS-NXT-DOB
                     ,:WS-NXT-CUST-NUM
                     ,:WS-NXT-EMPE-ID
                     ,:WS-NXT-MBR-SRC-SEQ
                     ,:WS-NXT-RELATE-CD
                     ,:WS-NXT-FIRST-NM
                     ,:WS-NXT-LAST-NM
                     ,:WS-NXT-SEG-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-MEMBER-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748DCV - FETCH FAILED SQLCODE=' SQLCODE
                   ADD 1                     TO WS-FAILURE-COUNT
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3000-COMPARE-ONE-MEMBER                      *
      * COMPARES MEMBER A WITH EVERY LATER MEMBER OF THE GROUP.        *
      ******************************************************************
       3000-COMPARE-ONE-MEMBER.

           COMPUTE WS-SUB-B-START = WS-SUB-A + 1.

           PERFORM 3100-COMPARE-ONE-PAIR
              THRU 3100-EXIT
              VARYING WS-SUB-B FROM WS-SUB-B-START BY 1
                UNTIL WS-SUB-B > WS-GROUP-COUNT
                   OR WS-FAILURE-COUNT NOT = ZEROES.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-COMPARE-ONE-PAIR                       *
      * TWO MEMBERS OF THE SAME HOUSEHOLD ARE NOT DOUBLE COVERAGE.     *
      ******************************************************************
       3100-COMPARE-ONE-PAIR.

           IF WS-GRP-CUST-NUM(WS-SUB-A) = WS-GRP-CUST-NUM(WS-SUB-B)
            AND WS-GRP-EMPE-ID(WS-SUB-A) = WS-GRP-EMPE-ID(WS-SUB-B)
               GO TO 3100-EXIT
           END-IF.

           SET WS-MATCH-NONE                 TO TRUE.

           EVALUATE TRUE
               WHEN WS-GRP-FIRST-NM(WS-SUB-A)
                  = WS-GRP-FIRST-NM(WS-SUB-B)
                AND WS-GRP-LAST-NM(WS-SUB-A)
                  = WS-GRP-LAST-NM(WS-SUB-B)
                   SET WS-MATCH-CONFIRMED    TO TRUE
               WHEN WS-GRP-FIRST-SDX(WS-SUB-A) NOT = SPACES
                AND WS-GRP-LAST-SDX(WS-SUB-A) NOT = SPACES
                AND WS-GRP-FIRST-SDX(WS-SUB-A)
                  = WS-GRP-FIRST-SDX(WS-SUB-B)
                AND WS-GRP-LAST-SDX(WS-SUB-A)
                  = WS-GRP-LAST-SDX(WS-SUB-B)
                   SET WS-MATCH-PROBABLE     TO TRUE
           END-EVALUATE.

           IF WS-MATCH-NONE
               GO TO 3100-EXIT
           END-IF.

           PERFORM 4000-RAISE-FINDING
              THRU 4000-EXIT.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-RAISE-FINDING                        *
      * LISTS THE PAIR, SENDS A CONFIRMED ONE TO COORDINATION OF       *
      * BENEFITS, AND RAISES THE CASE.                                 *
      ******************************************************************
       4000-RAISE-FINDING.

           IF WS-MATCH-CONFIRMED
               ADD 1                         TO WS-CONFIRMED-COUNT
               MOVE WS-CASE-TYPE-CONFIRMED   TO WS-CASE-TYPE
               DISPLAY 'CONFIRMED ' WS-GROUP-DOB ' '
                       WS-GRP-FIRST-NM(WS-SUB-A) ' '
                       WS-GRP-LAST-NM(WS-SUB-A)
           ELSE
               ADD 1                         TO WS-PROBABLE-COUNT
               MOVE WS-CASE-TYPE-PROBABLE    TO WS-CASE-TYPE
               DISPLAY 'PROBABLE  ' WS-GROUP-DOB ' '
                       WS-GRP-FIRST-NM(WS-SUB-A) ' '
                       WS-GRP-LAST-NM(WS-SUB-A) ' / '
                       WS-GRP-FIRST-NM(WS-SUB-B) ' '
                       WS-GRP-LAST-NM(WS-SUB-B)
           END-IF.

           DISPLAY '    HHLD ' WS-GRP-CUST-NUM(WS-SUB-A) '/'
                   WS-GRP-EMPE-ID(WS-SUB-A)
                   ' REL ' WS-GRP-RELATE-CD(WS-SUB-A)
                   ' SEG ' WS-GRP-SEG-ID(WS-SUB-A)
                   '  HHLD ' WS-GRP-CUST-NUM(WS-SUB-B) '/'
                   WS-GRP-EMPE-ID(WS-SUB-B)
                   ' REL ' WS-GRP-RELATE-CD(WS-SUB-B)
                   ' SEG ' WS-GRP-SEG-ID(WS-SUB-B).

           IF WS-MATCH-CONFIRMED
               PERFORM 4100-SEND-NOTICE
                  THRU 4100-EXIT
           END-IF.

           IF WS-FAILURE-COUNT = ZEROES
               PERFORM 4200-RAISE-CASE
                  THRU 4200-EXIT
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4100-SEND-NOTICE                         *
      * A PAIR ALREADY ON T_UIS_COB_SENT ONLY HAS ITS LAST-SEEN DATE   *
      * MOVED ON; A NEW ONE IS RECORDED THERE AND WRITTEN TO COBNTC.   *
      ******************************************************************
       4100-SEND-NOTICE.

           MOVE WS-GRP-CUST-NUM(WS-SUB-A)    TO CBN-CUST-NUM-A.
           MOVE WS-GRP-EMPE-ID(WS-SUB-A)     TO CBN-EMPE-ID-A.
           MOVE WS-GRP-MBR-SRC-SEQ(WS-SUB-A) TO CBN-MBR-SRC-SEQ-A.
           MOVE WS-GRP-CUST-NUM(WS-SUB-B)    TO CBN-CUST-NUM-B.
           MOVE WS-GRP-EMPE-ID(WS-SUB-B)     TO CBN-EMPE-ID-B.
           MOVE WS-GRP-MBR-SRC-SEQ(WS-SUB-B) TO CBN-MBR-SRC-SEQ-B.
           MOVE WS-GROUP-DOB                 TO CBN-MBR-DOB.

           EXEC SQL
                UPDATE T_UIS_COB_SENT
                   SET CBN_LAST_SEEN_DATE = DATE(:WS-SNAP-DATE)
                 WHERE CBN_CUST_NUM_A     = :CBN-CUST-NUM-A
                   AND CBN_EMPE_ID_A      = :CBN-EMPE-ID-A
                   AND CBN_MBR_SRC_SEQ_A  = :CBN-MBR-SRC-SEQ-A
                   AND CBN_CUST_NUM_B     = :CBN-CUST-NUM-B
                   AND CBN_EMPE_ID_B      = :CBN-EMPE-ID-B
                   AND CBN_MBR_SRC_SEQ_B  = :CBN-MBR-SRC-SEQ-B
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-ALREADY-SENT-COUNT
                   GO TO 4100-EXIT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748DCV - SENT-PAIR UPDATE FAILED '
                           'SQLCODE=' SQLCODE
                   ADD 1                     TO WS-FAILURE-COUNT
                   GO TO 4100-EXIT
           END-EVALUATE.

           EXEC SQL
                INSERT INTO T_UIS_COB_SENT
                       ( CBN_CUST_NUM_A
                       , CBN_EMPE_ID_A
                       , CBN_MBR_SRC_SEQ_A
                       , CBN_CUST_NUM_B
                       , CBN_EMPE_ID_B
                       , CBN_MBR_SRC_SEQ_B
                       , CBN_MBR_DOB
                       , CBN_FIRST_SENT_DATE
                       , CBN_LAST_SEEN_DATE )
                VALUES ( :CBN-CUST-NUM-A
                       , :CBN-EMPE-ID-A
                       , :CBN-MBR-SRC-SEQ-A
                       , :CBN-CUST-NUM-B
                       , :CBN-EMPE-ID-B
                       , :CBN-MBR-SRC-SEQ-B
                       , :CBN-MBR-DOB
                       , CURRENT DATE
                       , DATE(:WS-SNAP-DATE) )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DCV - SENT-PAIR INSERT FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                       TO COB-NOTICE-RECORD.
           SET CBX-IS-DETAIL                 TO TRUE.
           MOVE WS-GRP-FIRST-NM(WS-SUB-A)    TO CBX-MBR-FIRST-NM.
           MOVE WS-GRP-LAST-NM(WS-SUB-A)     TO CBX-MBR-LAST-NM.
           MOVE WS-GROUP-DOB                 TO CBX-MBR-DOB.
           MOVE WS-GRP-CUST-NUM(WS-SUB-A)    TO CBX-A-CUST-NUM.
           MOVE WS-GRP-EMPE-ID(WS-SUB-A)     TO CBX-A-EMPE-ID.
           MOVE WS-GRP-MBR-SRC-SEQ(WS-SUB-A) TO CBX-A-MBR-SRC-SEQ.
           MOVE WS-GRP-RELATE-CD(WS-SUB-A)   TO CBX-A-RELATE-CD.
           MOVE WS-GRP-SEG-ID(WS-SUB-A)      TO CBX-A-SEG-ID.
           MOVE WS-GRP-CUST-NUM(WS-SUB-B)    TO CBX-B-CUST-NUM.
           MOVE WS-GRP-EMPE-ID(WS-SUB-B)     TO CBX-B-EMPE-ID.
           MOVE WS-GRP-MBR-SRC-SEQ(WS-SUB-B) TO CBX-B-MBR-SRC-SEQ.
           MOVE WS-GRP-RELATE-CD(WS-SUB-B)   TO CBX-B-RELATE-CD.
           MOVE WS-GRP-SEG-ID(WS-SUB-B)      TO CBX-B-SEG-ID.
           MOVE WS-SNAP-DATE                 TO CBX-SNAP-DATE.

           WRITE COB-NOTICE-RECORD.

           IF NOT WS-NOTICE-OK
               DISPLAY 'F5748DCV - DETAIL WRITE FAILED STATUS='
                        WS-NOTICE-STATUS
               ADD 1                         TO WS-FAILURE-COUNT
               GO TO 4100-EXIT
           END-IF.

           ADD 1                             TO WS-NOTICE-COUNT.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        4200-RAISE-CASE                         *
      * SAME UPDATE-THEN-INSERT AS THE OTHER WORKQUEUE FEEDERS - A     *
      * CLOSED CASE IS REOPENED. ONE CASE PER PAIR OF CUSTOMERS; THE   *
      * EVIDENCE NAMES THE LATEST MEMBER SEEN.                         *
      ******************************************************************
       4200-RAISE-CASE.

           MOVE SPACES                       TO WS-EVIDENCE.
           STRING WS-GROUP-DOB ' '
                  WS-GRP-LAST-NM(WS-SUB-A)(1:14)
                  ' REL ' WS-GRP-RELATE-CD(WS-SUB-A)
                  '/' WS-GRP-RELATE-CD(WS-SUB-B)
                  ' EMP ' WS-GRP-EMPE-ID(WS-SUB-A)
                  '/' WS-GRP-EMPE-ID(WS-SUB-B)
                  DELIMITED BY SIZE
                  INTO WS-EVIDENCE.

           MOVE WS-CASE-TYPE                 TO STC-CASE-TYPE.
           MOVE WS-GRP-CUST-NUM(WS-SUB-A)    TO STC-CUST-NUM-A.
           MOVE WS-GRP-CUST-NUM(WS-SUB-B)    TO STC-CUST-NUM-B.
           MOVE WS-EVIDENCE                  TO STC-EVIDENCE.

           EXEC SQL
                UPDATE T_UIS_STEWARD_CASE
                   SET STC_LAST_SEEN_TS = CURRENT TIMESTAMP
                     , STC_SEEN_COUNT   = STC_SEEN_COUNT + 1
                     , STC_EVIDENCE     = :STC-EVIDENCE
                     , STC_STATUS       = CASE WHEN STC_STATUS = 'C'
                                          THEN 'O' ELSE STC_STATUS
                                          END
                 WHERE STC_CASE_TYPE  = :STC-CASE-TYPE
                   AND STC_CUST_NUM_A = :STC-CUST-NUM-A
                   AND STC_CUST_NUM_B = :STC-CUST-NUM-B
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
                           , :STC-CUST-NUM-A
                           , :STC-CUST-NUM-B
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
               ADD 1                         TO WS-CASES-RAISED
           ELSE
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748DCV - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' STC-CUST-NUM-A ' '
                        STC-CUST-NUM-B
           END-IF.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-COMPUTE-SOUND-CODE                      *
      * CLASSIC FOUR-BYTE SOUND CODE OVER WS-SDX-INPUT - THE SAME      *
      * ALGORITHM 3000-COMPUTE-SOUND-CODE IN F5748PHB BUILDS THE       *
      * PHONETIC KEY WITH, AND F5748SBN AND F5748DTH MATCH WITH. ALL   *
      * FOUR MUST STAY IN STEP.                                        *
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
      *                     8000-WRITE-TRAILER                         *
      ******************************************************************
       8000-WRITE-TRAILER.

           MOVE SPACES                       TO COB-NOTICE-RECORD.
           SET CBX-IS-TRAILER                TO TRUE.
           MOVE WS-NOTICE-COUNT              TO CBX-TRL-DETAIL-COUNT.

           WRITE COB-NOTICE-RECORD.

           IF NOT WS-NOTICE-OK
               DISPLAY 'F5748DCV - TRAILER WRITE FAILED STATUS='
                        WS-NOTICE-STATUS
               ADD 1                         TO WS-FAILURE-COUNT
           END-IF.

           CLOSE COB-NOTICE-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748DCV - MEMBERS READ            : '
                    WS-MEMBER-COUNT.
           DISPLAY 'F5748DCV -   NOT COMPARED (GROUP FULL): '
                    WS-NOT-COMPARED-COUNT.
           DISPLAY 'F5748DCV - CONFIRMED PAIRS         : '
                    WS-CONFIRMED-COUNT.
           DISPLAY 'F5748DCV -   NOTICES SENT TO COB   : '
                    WS-NOTICE-COUNT.
           DISPLAY 'F5748DCV -   SENT ON AN EARLIER RUN: '
                    WS-ALREADY-SENT-COUNT.
           DISPLAY 'F5748DCV - PROBABLE PAIRS          : '
                    WS-PROBABLE-COUNT.
           DISPLAY 'F5748DCV - CASES RAISED/REFRESHED  : '
                    WS-CASES-RAISED.
           DISPLAY 'F5748DCV - FAILURES                : '
                    WS-FAILURE-COUNT.

           IF WS-FAILURE-COUNT NOT = ZEROES
               DISPLAY 'F5748DCV - RUN BACKED OUT - DISCARD COBNTC '
                       'AND RERUN'
               MOVE 8                        TO RETURN-CODE
           ELSE
               IF WS-CONFIRMED-COUNT + WS-PROBABLE-COUNT > ZEROES
                OR WS-NOT-COMPARED-COUNT > ZEROES
                   MOVE 4                    TO RETURN-CODE
               END-IF
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748DCV.
