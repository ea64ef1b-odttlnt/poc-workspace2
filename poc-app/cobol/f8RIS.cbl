      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748RIS.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748RIS:     INFORCE / T_CUST_DATA REFERENTIAL INTEGRITY     *
      *                SWEEP (WEEKLY)                                  *
      *                                                                *
      *  FUNCTION:     F5748DQA CHECKS T_CUST_DATA'S OWN COLUMNS; THIS *
      *                SWEEP CHECKS THAT T_CUST_DATA AND THE INFORCE   *
      *                FILES (F6405INX) AGREE. FINDINGS:               *
      *                                                                *
      *                  NO-HHLD  - A T_CUST_DATA CUSTOMER WITH NO     *
      *                             INFORCE HOUSEHOLD ON ANY SEGMENT'S *
      *                             FILE - EVERY GETFAMILY FOR IT      *
      *                             FAILS. CASE 'RINH'.                *
      *                  WRONGSEG - A T_CUST_DATA CUSTOMER WHOSE       *
      *                             HOUSEHOLDS ARE NOT ON ITS OWN      *
      *                             SEGMENT'S FILE BUT ARE ON ANOTHER  *
      *                             ONE'S. CASE 'RISG'.                *
      *                  NO-CUST  - AN INFORCE HOUSEHOLD WHOSE         *
      *                             CUSTOMER HAS NO T_CUST_DATA ROW -  *
      *                             F5748I00 REJECTS IT AS AN INVALID  *
      *                             CUSTOMER. CASE 'RINC' - UNLESS THE *
      *                             NUMBER FAILS THE MOD-10 CHECK      *
      *                             3195-CHECK-CUST-CHKDGT APPLIES, IN *
      *                             WHICH CASE IT COULD NEVER BE A UIS *
      *                             CUSTOMER AND IS LISTED FOR THE     *
      *                             INFORCE TEAM ONLY.                 *
      *                                                                *
      *                THE T_CUST_DATA SIDE STARTS FROM F5748HSL'S     *
      *                LATEST SUCCESSFUL HOUSEHOLD SNAPSHOT: ONLY A    *
      *                CUSTOMER WITH NO SNAPSHOT ROWS IS LOOKED UP     *
      *                LIVE - ON ITS OWN SEGMENT'S FILE FIRST (A       *
      *                HOUSEHOLD THAT HAS APPEARED SINCE THE SNAPSHOT  *
      *                IS NOT A FINDING), THEN ON EVERY OTHER          *
      *                SEGMENT'S. THE INFORCE SIDE WALKS EACH SEGMENT'S*
      *                FILE FROM THE START, ONE GETFAMILY PER CUSTOMER,*
      *                AND LOOKS EACH CUSTOMER UP ON T_CUST_DATA.      *
      *                                                                *
      *                ONLY CONCLUSIVE FINDINGS RAISE CASES: A SEGMENT *
      *                F5748PRB HAS MARKED DOWN IS NOT WALKED OR       *
      *                PROBED, AND A CUSTOMER THAT CANNOT BE SETTLED   *
      *                BECAUSE A FILE WAS DOWN OR STAYED BUSY IS       *
      *                COUNTED AS NOT CHECKED. CASES GO ON THE         *
      *                STEWARDSHIP WORKQUEUE (T_UIS_STEWARD_CASE) WITH *
      *                THE SAME UPDATE-THEN-INSERT AS THE OTHER        *
      *                FEEDERS, SO A FINDING SEEN AGAIN NEXT WEEK      *
      *                REFRESHES (OR REOPENS) ITS CASE. THE RUN ENDS   *
      *                WITH EACH KIND OF FINDING COUNTED BY SEGMENT.   *
      *                                                                *
      *  ENVIRONMENT:  BATCH, CICS-ENABLED REGION (SAME F5748ZQF       *
      *                CALLING APPROACH AS F5748PRB). WEEKLY, AFTER    *
      *                THAT NIGHT'S F5748HSL.                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - SEGMENTS CARD: UP TO 10 SEG_ID       *
      *                   VALUES IN COLS 01-10, LEFT-JUSTIFIED, NO     *
      *                   SEPARATORS - THE INFORCE FILES TO CHECK.     *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ)                              *
      *                T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                T_UIS_SEG_STATUS (READ)                         *
      *                T_UIS_STEWARD_CASE (READ/UPDATE/INSERT)         *
      *                                                                *
      *  RETURN CODE:  0 NO FINDINGS, 4 FINDINGS LISTED, 8 BAD CARD,   *
      *                NO SUCCESSFUL SNAPSHOT, OR A DB2 OR INFORCE     *
      *                FAILURE                                         *
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

      ******************************************************************
      *                                                                *
      *         VARIABLE DATA AREA                                     *
      *                                                                *
      ******************************************************************
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RIS'.
           05  WS-400K-ONLINE-IO            PIC X(08) VALUE 'F5748ZQF'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-CASE-TYPE-NO-HHLD         PIC X(04) VALUE 'RINH'.
           05  WS-CASE-TYPE-WRONG-SEG       PIC X(04) VALUE 'RISG'.
           05  WS-CASE-TYPE-NO-CUST         PIC X(04) VALUE 'RINC'.
      * A RECORD-BUSY ANSWER IS RETRIED THIS MANY TIMES BEFORE THE
      * CUSTOMER IS LEFT NOT CHECKED - THE F5748PRB BOUND.
           05  WS-MAX-BUSY-RETRY            PIC 9(01) VALUE 3.
      * MUST AGREE WITH WS-SEG-STATUS-TTL-MINUTES IN F5748I00 - A
      * SEGMENT IS SKIPPED HERE WHEN F5748I00 WOULD FAIL FAST ON IT.
           05  WS-SEG-STATUS-TTL-MINUTES    PIC S9(09) USAGE COMP
                                                        VALUE 15.

       01  WS-PARM-CARD.
           05  WS-KNOWN-SEGMENTS            PIC X(10) VALUE SPACES.
           05  WS-KNOWN-SEG REDEFINES WS-KNOWN-SEGMENTS
                                            PIC X(01) OCCURS 10 TIMES.

      * ONE ENTRY PER SEGMENT ON THE CARD, IN CARD ORDER. NO-HHLD AND
      * WRONG-SEG COUNT UNDER THE CUSTOMER'S T_CUST_DATA SEGMENT,
      * NO-CUST UNDER THE SEGMENT WHOSE FILE HOLDS THE HOUSEHOLD.
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-ENTRY                 OCCURS 10 TIMES.
               10  WS-SEG-ID                PIC X(01).
               10  WS-SEG-AVAIL-SW          PIC X(01).
                   88  WS-SEG-AVAILABLE               VALUE 'Y'.
               10  WS-SEG-WALKED-CNT        PIC 9(07).
               10  WS-SEG-NO-HHLD-CNT       PIC 9(07).
               10  WS-SEG-WRONG-SEG-CNT     PIC 9(07).
               10  WS-SEG-NO-CUST-CNT       PIC 9(07).
               10  WS-SEG-NOT-CHECKED-CNT   PIC 9(07).

       01  WS-WORKING-FIELDS.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SEG-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-OWN-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-OTHER-SUB                 PIC 9(02) VALUE ZEROES.
           05  WS-FOUND-SUB                 PIC 9(02) VALUE ZEROES.
           05  WS-PROBE-CUST                PIC X(10) VALUE SPACES.
           05  WS-PROBE-SEG                 PIC X(01) VALUE SPACE.
           05  WS-PRIOR-CUST                PIC X(10) VALUE SPACES.
           05  WS-BUSY-RETRY-COUNT          PIC 9(01) VALUE ZEROES.
      * THE FINDING BEING RAISED - SEE 4000-RAISE-FINDING.
           05  WS-FINDING                   PIC X(08) VALUE SPACES.
           05  WS-FINDING-CUST              PIC X(10) VALUE SPACES.
           05  WS-FINDING-DETAIL            PIC X(60) VALUE SPACES.
           05  WS-CASE-TYPE                 PIC X(04) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-CANDIDATE-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-SINCE-SNAP-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-OFF-CARD-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-NOT-CHECKED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-WALKED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-NO-HHLD-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-WRONG-SEG-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-NO-CUST-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-NOT-ACTIONABLE-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-CASES-RAISED              PIC 9(07) VALUE ZEROES.
           05  WS-FAILURE-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-DISPLAY-FIELDS.
           05  WS-WALKED-DSP                PIC Z(06)9.
           05  WS-NO-HHLD-DSP               PIC Z(06)9.
           05  WS-WRONG-SEG-DSP             PIC Z(06)9.
           05  WS-NO-CUST-DSP               PIC Z(06)9.
           05  WS-NOT-CHECKED-DSP           PIC Z(06)9.
           05  WS-AVAIL-DSP                 PIC X(04) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-WALK-DONE-SW              PIC X(01) VALUE 'N'.
               88  WS-WALK-DONE                       VALUE 'Y'.
           05  WS-PROBE-RESULT              PIC X(01) VALUE SPACE.
               88  WS-PROBE-FOUND                     VALUE 'F'.
               88  WS-PROBE-NOT-FOUND                 VALUE 'N'.
               88  WS-PROBE-UNSETTLED                 VALUE 'U'.
           05  WS-OTHER-UNSETTLED-SW        PIC X(01) VALUE 'N'.
               88  WS-OTHER-UNSETTLED                 VALUE 'Y'.
           05  WS-RAISE-CASE-SW             PIC X(01) VALUE 'Y'.
               88  WS-RAISE-CASE                      VALUE 'Y'.

      ******************************************************************
      *          CHECK-DIGIT WORK FIELDS - SAME MOD-10 ALGORITHM       *
      *          3195-CHECK-CUST-CHKDGT IN F5748I00 VERIFIES.          *
      ******************************************************************
       01  WS-CHKDGT-AREA.
           05  WS-CHKDGT-SUB                PIC 9(02) VALUE ZEROES.
           05  WS-CHKDGT-Q                  PIC 9(02) VALUE ZEROES.
           05  WS-CHKDGT-R                  PIC 9(02) VALUE ZEROES.
           05  WS-CHKDGT-DIGIT              PIC 9(01) VALUE ZERO.
           05  WS-CHKDGT-DOUBLED            PIC 9(02) VALUE ZERO.
           05  WS-CHKDGT-SUM                PIC 9(03) VALUE ZERO.
           05  WS-CHKDGT-CALC               PIC 9(01) VALUE ZERO.
           05  WS-CHKDGT-GIVEN              PIC 9(01) VALUE ZERO.

      * STAND-INS FOR THE CICS EIB BLOCK AND DFHCOMMAREA A REAL CICS
      * REGION WOULD PASS TO A UIS SERVICES SUBPROGRAM - SEE F5748KU0.
       01  WS-EIB-STUB-AREA                 PIC X(01) VALUE SPACE.
       01  WS-DUMMY-COMMAREA                PIC X(01) VALUE SPACE.

       01  ZQF-LINKAGE-AREA0.
           COPY F5748ZQF REPLACING ==:FD:== BY ==ZQF==.

       01  ZQH-LINKAGE-AREA1.
           COPY F5748IN0 REPLACING ==:FD:== BY ==ZQH==.

       01  ZQH-LINKAGE-AREA2.
           COPY F5748ZQH REPLACING ==:FD:== BY ==ZQH==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_UIS_SEG_STATUS
           EXEC SQL INCLUDE F5748SGS     END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE - SEE 4000-RAISE-FINDING
           EXEC SQL INCLUDE F5748STC     END-EXEC.

      * T_CUST_DATA CUSTOMERS WITH NO HOUSEHOLD IN THE SNAPSHOT - THE
      * ONLY ONES THAT NEED A LIVE LOOK AT INFORCE.
           EXEC SQL
                DECLARE NOSNAP-CSR CURSOR FOR
                SELECT C.CUST_NUM, C.SEG_ID
                  FROM T_CUST_DATA C
                 WHERE NOT EXISTS
                       (SELECT 1
                          FROM T_UIS_HHLD_SNAPSHOT H
                         WHERE H.HSN_SNAP_DATE = :WS-SNAP-DATE
                           AND H.HSN_CUST_NUM  = C.CUST_NUM)
                 ORDER BY C.CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748RIS WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-CHECK-ONE-CUSTOMER
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE NOSNAP-CSR
           END-EXEC.

           PERFORM 3000-WALK-SEGMENT
              THRU 3000-EXIT
              VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 10.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * TAKES THE SEGMENTS FROM THE CARD AND F5748HSL'S LATEST         *
      * SUCCESSFUL SNAPSHOT - A PART-LOADED SNAPSHOT WOULD MAKE EVERY  *
      * CUSTOMER IT MISSED LOOK LIKE A CANDIDATE.                      *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-KNOWN-SEGMENTS = SPACES
               DISPLAY 'F5748RIS - SEGMENTS CARD IS BLANK - NOTHING '
                       'CHECKED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-SEGMENT-TABLE.

           PERFORM 1100-LOAD-ONE-SEGMENT
              THRU 1100-EXIT
              VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 10.

           EXEC SQL
                SELECT CHAR(MAX(RUN_DATE), ISO)
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748RIS - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       '(SQLCODE=' SQLCODE ') - NOTHING CHECKED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'F5748RIS - INFORCE / T_CUST_DATA INTEGRITY SWEEP '
                   '- SEGMENTS ' WS-KNOWN-SEGMENTS
                   ' - SNAPSHOT OF ' WS-SNAP-DATE.
           DISPLAY ' '.

           EXEC SQL
                OPEN NOSNAP-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RIS - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               ADD 1                         TO WS-FAILURE-COUNT
               SET WS-EOF-CURSOR             TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     1100-LOAD-ONE-SEGMENT                      *
      * A SEGMENT F5748PRB HAS MARKED DOWN WITHIN THE STALENESS WINDOW *
      * IS NEITHER WALKED NOR PROBED THIS RUN.                         *
      ******************************************************************
       1100-LOAD-ONE-SEGMENT.

           MOVE WS-KNOWN-SEG(WS-SEG-SUB)     TO WS-SEG-ID(WS-SEG-SUB).
           MOVE 'N'                    TO WS-SEG-AVAIL-SW(WS-SEG-SUB).

           IF WS-SEG-ID(WS-SEG-SUB) = SPACE
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
                SELECT SGS_STATUS
                  INTO :SGS-STATUS
                  FROM T_UIS_SEG_STATUS
                 WHERE SGS_SEG_ID   = :WS-SEG-ID(WS-SEG-SUB)
                   AND SGS_STATUS   = 'D'
                   AND SGS_PROBE_TS >
                       (CURRENT TIMESTAMP - :WS-SEG-STATUS-TTL-MINUTES
                                             MINUTES)
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748RIS - SEGMENT ' WS-SEG-ID(WS-SEG-SUB)
                       ' IS MARKED DOWN - NOT CHECKED THIS RUN'
           ELSE
               MOVE 'Y'                TO WS-SEG-AVAIL-SW(WS-SEG-SUB)
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-CHECK-ONE-CUSTOMER                     *
      * A T_CUST_DATA CUSTOMER WITH NO SNAPSHOT HOUSEHOLD. A LIVE      *
      * HOUSEHOLD ON ITS OWN SEGMENT'S FILE SETTLES IT; OTHERWISE      *
      * EVERY OTHER SEGMENT'S FILE IS TRIED - FOUND ON ONE IS          *
      * WRONGSEG, FOUND ON NONE IS NO-HHLD. IF ANY FILE COULD NOT BE   *
      * READ THE CUSTOMER IS LEFT NOT CHECKED.                         *
      ******************************************************************
       2000-CHECK-ONE-CUSTOMER.

           EXEC SQL
                FETCH NOSNAP-CSR
                INTO  :CUST-NUM, :SEG-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RIS - FETCH FAILED SQLCODE=' SQLCODE
                   ADD 1                     TO WS-FAILURE-COUNT
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-CANDIDATE-COUNT.

           MOVE ZEROES                       TO WS-OWN-SUB.
           PERFORM 2050-FIND-OWN-SEGMENT
              THRU 2050-EXIT
              VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 10
                   OR WS-OWN-SUB NOT = ZEROES.

      * A SEGMENT NOT ON THE CARD IS F5748DQA'S CODE 5, NOT OURS.
           IF WS-OWN-SUB = ZEROES
               ADD 1                         TO WS-OFF-CARD-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF NOT WS-SEG-AVAILABLE(WS-OWN-SUB)
               ADD 1               TO WS-SEG-NOT-CHECKED-CNT(WS-OWN-SUB)
               ADD 1                         TO WS-NOT-CHECKED-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUST-NUM                     TO WS-PROBE-CUST.
           MOVE SEG-ID                       TO WS-PROBE-SEG.
           PERFORM 2500-PROBE-CUSTOMER
              THRU 2500-EXIT.

           IF WS-PROBE-FOUND
               ADD 1                         TO WS-SINCE-SNAP-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-PROBE-UNSETTLED
               ADD 1               TO WS-SEG-NOT-CHECKED-CNT(WS-OWN-SUB)
               ADD 1                         TO WS-NOT-CHECKED-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZEROES                       TO WS-FOUND-SUB.
           MOVE 'N'                          TO WS-OTHER-UNSETTLED-SW.
           PERFORM 2100-PROBE-OTHER-SEGMENT
              THRU 2100-EXIT
              VARYING WS-OTHER-SUB FROM 1 BY 1
                UNTIL WS-OTHER-SUB > 10
                   OR WS-FOUND-SUB NOT = ZEROES.

           MOVE CUST-NUM                     TO WS-FINDING-CUST.
           MOVE 'Y'                          TO WS-RAISE-CASE-SW.
           MOVE SPACES                       TO WS-FINDING-DETAIL.

           EVALUATE TRUE
               WHEN WS-FOUND-SUB NOT = ZEROES
                   ADD 1           TO WS-SEG-WRONG-SEG-CNT(WS-OWN-SUB)
                   ADD 1                     TO WS-WRONG-SEG-COUNT
                   MOVE 'WRONGSEG'           TO WS-FINDING
                   MOVE WS-CASE-TYPE-WRONG-SEG
                                             TO WS-CASE-TYPE
                   STRING 'T_CUST_DATA SEG=' SEG-ID
                          ' BUT HOUSEHOLDS ON F6405IN'
                          WS-SEG-ID(WS-FOUND-SUB)
                          DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
               WHEN WS-OTHER-UNSETTLED
                   ADD 1           TO WS-SEG-NOT-CHECKED-CNT(WS-OWN-SUB)
                   ADD 1                     TO WS-NOT-CHECKED-COUNT
                   GO TO 2000-EXIT
               WHEN OTHER
                   ADD 1             TO WS-SEG-NO-HHLD-CNT(WS-OWN-SUB)
                   ADD 1                     TO WS-NO-HHLD-COUNT
                   MOVE 'NO-HHLD '           TO WS-FINDING
                   MOVE WS-CASE-TYPE-NO-HHLD TO WS-CASE-TYPE
                   STRING 'T_CUST_DATA SEG=' SEG-ID
                          ' - NO INFORCE HOUSEHOLD ON ANY FILE'
                          DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
           END-EVALUATE.

           PERFORM 4000-RAISE-FINDING
              THRU 4000-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2050-FIND-OWN-SEGMENT                       *
      ******************************************************************
       2050-FIND-OWN-SEGMENT.

           IF WS-SEG-ID(WS-SEG-SUB) NOT = SPACE
            AND WS-SEG-ID(WS-SEG-SUB) = SEG-ID
               MOVE WS-SEG-SUB               TO WS-OWN-SUB
           END-IF.
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-PROBE-OTHER-SEGMENT                     *
      ******************************************************************
       2100-PROBE-OTHER-SEGMENT.

           IF WS-OTHER-SUB = WS-OWN-SUB
            OR WS-SEG-ID(WS-OTHER-SUB) = SPACE
               GO TO 2100-EXIT
           END-IF.

           IF NOT WS-SEG-AVAILABLE(WS-OTHER-SUB)
               SET WS-OTHER-UNSETTLED        TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE CUST-NUM                     TO WS-PROBE-CUST.
           MOVE WS-SEG-ID(WS-OTHER-SUB)      TO WS-PROBE-SEG.
           PERFORM 2500-PROBE-CUSTOMER
              THRU 2500-EXIT.

           EVALUATE TRUE
               WHEN WS-PROBE-FOUND
                   MOVE WS-OTHER-SUB         TO WS-FOUND-SUB
               WHEN WS-PROBE-UNSETTLED
                   SET WS-OTHER-UNSETTLED    TO TRUE
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2500-PROBE-CUSTOMER                        *
      * ONE GETFAMILY FROM A LOW-VALUES EMPLOYEE KEY ON THE NAMED      *
      * SEGMENT'S FILE. THE BROWSE LANDS ON THE FIRST HOUSEHOLD AT OR  *
      * AFTER THE KEY, SO THE CUSTOMER HAS A HOUSEHOLD THERE ONLY IF   *
      * THE KEY COMES BACK WITH ITS OWN NUMBER. A FILE STILL BUSY      *
      * AFTER THE RETRIES LEAVES THE ANSWER UNSETTLED.                 *
      ******************************************************************
       2500-PROBE-CUSTOMER.

           MOVE WS-NAME-OF-THIS-MODULE      TO ZQH-PASS-LAST-CONTROL.
           MOVE WS-PROBE-CUST               TO ZQH-KEY-CUSTOMER-NUMBER.
           MOVE LOW-VALUES                  TO ZQH-KEY-EMPLOYEE.
           MOVE 'F6405IN'                   TO ZQH-INF-DDNAME(1:7).
           MOVE WS-PROBE-SEG                TO ZQH-INF-DDNAME(8:1).

           MOVE ZEROES                      TO WS-BUSY-RETRY-COUNT.

           PERFORM 2600-CALL-GETFAMILY
              THRU 2600-EXIT.

           PERFORM 2600-CALL-GETFAMILY
              THRU 2600-EXIT
              UNTIL NOT ZQF-RECORD-BUSY
                 OR WS-BUSY-RETRY-COUNT > WS-MAX-BUSY-RETRY.

           EVALUATE TRUE
               WHEN ZQF-RECORD-BUSY
                   SET WS-PROBE-UNSETTLED    TO TRUE
               WHEN ZQF-SUCCESSFUL
                AND ZQH-KEY-CUSTOMER-NUMBER = WS-PROBE-CUST
                   SET WS-PROBE-FOUND        TO TRUE
               WHEN OTHER
                   SET WS-PROBE-NOT-FOUND    TO TRUE
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2600-CALL-GETFAMILY                        *
      ******************************************************************
       2600-CALL-GETFAMILY.

           ADD 1                            TO WS-BUSY-RETRY-COUNT.
           SET ZQH-GETFAMILY                TO TRUE.

           CALL WS-400K-ONLINE-IO USING
                       WS-EIB-STUB-AREA
                       WS-DUMMY-COMMAREA
                       ZQF-LINKAGE-AREA0
                       ZQH-LINKAGE-AREA1
                       ZQH-LINKAGE-AREA2.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3000-WALK-SEGMENT                         *
      * WALKS ONE SEGMENT'S FILE FROM THE START, ONE GETFAMILY PER     *
      * CUSTOMER - EACH CALL IS KEYED AT THE LAST CUSTOMER WITH A      *
      * HIGH-VALUES EMPLOYEE, SO THE BROWSE SKIPS THE REST OF ITS      *
      * HOUSEHOLDS AND LANDS ON THE NEXT CUSTOMER.                     *
      ******************************************************************
       3000-WALK-SEGMENT.

           IF WS-SEG-ID(WS-SEG-SUB) = SPACE
            OR NOT WS-SEG-AVAILABLE(WS-SEG-SUB)
               GO TO 3000-EXIT
           END-IF.

           MOVE LOW-VALUES                  TO WS-PRIOR-CUST.
           MOVE LOW-VALUES                  TO ZQH-KEY-CUSTOMER-NUMBER.
           MOVE LOW-VALUES                  TO ZQH-KEY-EMPLOYEE.
           MOVE 'N'                         TO WS-WALK-DONE-SW.

           PERFORM 3100-WALK-ONE-CUSTOMER
              THRU 3100-EXIT
              UNTIL WS-WALK-DONE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-WALK-ONE-CUSTOMER                      *
      * THE WALK ENDS AT END OF FILE OR WHEN THE BROWSE STOPS MOVING   *
      * FORWARD. A FILE THAT STAYS BUSY STOPS THE WALK AS A FAILURE -  *
      * THE REST OF THE FILE IS UNCHECKED.                             *
      ******************************************************************
       3100-WALK-ONE-CUSTOMER.

           MOVE WS-NAME-OF-THIS-MODULE      TO ZQH-PASS-LAST-CONTROL.
           MOVE 'F6405IN'                   TO ZQH-INF-DDNAME(1:7).
           MOVE WS-SEG-ID(WS-SEG-SUB)       TO ZQH-INF-DDNAME(8:1).

           MOVE ZEROES                      TO WS-BUSY-RETRY-COUNT.

           PERFORM 2600-CALL-GETFAMILY
              THRU 2600-EXIT.

           PERFORM 2600-CALL-GETFAMILY
              THRU 2600-EXIT
              UNTIL NOT ZQF-RECORD-BUSY
                 OR WS-BUSY-RETRY-COUNT > WS-MAX-BUSY-RETRY.

           IF ZQF-RECORD-BUSY
               DISPLAY 'F5748RIS - WALK OF F6405IN'
                        WS-SEG-ID(WS-SEG-SUB)
                       ' STOPPED, FILE BUSY AFTER CUSTOMER '
                        WS-PRIOR-CUST
               ADD 1                        TO WS-FAILURE-COUNT
               SET WS-WALK-DONE             TO TRUE
               GO TO 3100-EXIT
           END-IF.

           IF NOT ZQF-SUCCESSFUL
            OR ZQH-KEY-CUSTOMER-NUMBER NOT > WS-PRIOR-CUST
               SET WS-WALK-DONE             TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE ZQH-KEY-CUSTOMER-NUMBER     TO WS-PRIOR-CUST.
           ADD 1                  TO WS-SEG-WALKED-CNT(WS-SEG-SUB).
           ADD 1                            TO WS-WALKED-COUNT.

           EXEC SQL
                SELECT SEG_ID
                  INTO :SEG-ID
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :WS-PRIOR-CUST
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   PERFORM 3200-RAISE-NO-CUST
                      THRU 3200-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RIS - T_CUST_DATA LOOKUP FAILED '
                           'SQLCODE=' SQLCODE ' FOR ' WS-PRIOR-CUST
                   ADD 1                    TO WS-FAILURE-COUNT
           END-EVALUATE.

      * RE-POSITION PAST EVERY HOUSEHOLD OF THE CUSTOMER JUST SEEN.
           MOVE WS-PRIOR-CUST               TO ZQH-KEY-CUSTOMER-NUMBER.
           MOVE HIGH-VALUES                 TO ZQH-KEY-EMPLOYEE.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3200-RAISE-NO-CUST                        *
      * A NUMBER THAT IS NOT NUMERIC OR FAILS THE MOD-10 CHECK COULD   *
      * NEVER BE KEYED INTO UIS, SO IT IS LISTED FOR THE INFORCE TEAM  *
      * BUT RAISES NO STEWARDSHIP CASE.                                *
      ******************************************************************
       3200-RAISE-NO-CUST.

           ADD 1                  TO WS-SEG-NO-CUST-CNT(WS-SEG-SUB).
           ADD 1                            TO WS-NO-CUST-COUNT.

           MOVE 'NO-CUST '                  TO WS-FINDING.
           MOVE WS-PRIOR-CUST               TO WS-FINDING-CUST.
           MOVE WS-CASE-TYPE-NO-CUST        TO WS-CASE-TYPE.
           MOVE 'Y'                         TO WS-RAISE-CASE-SW.
           MOVE SPACES                      TO WS-FINDING-DETAIL.

           IF WS-PRIOR-CUST NUMERIC
               PERFORM 3300-CHECK-CHECK-DIGIT
                  THRU 3300-EXIT
           END-IF.

           IF WS-PRIOR-CUST NOT NUMERIC
            OR WS-CHKDGT-CALC NOT = WS-CHKDGT-GIVEN
               MOVE 'N'                     TO WS-RAISE-CASE-SW
               ADD 1                        TO WS-NOT-ACTIONABLE-COUNT
               STRING 'ON F6405IN' WS-SEG-ID(WS-SEG-SUB)
                      ' - NUMBER FAILS MOD-10, NO CASE RAISED'
                      DELIMITED BY SIZE
                      INTO WS-FINDING-DETAIL
           ELSE
               STRING 'ON F6405IN' WS-SEG-ID(WS-SEG-SUB)
                      ' - NO T_CUST_DATA ROW'
                      DELIMITED BY SIZE
                      INTO WS-FINDING-DETAIL
           END-IF.

           PERFORM 4000-RAISE-FINDING
              THRU 4000-EXIT.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3300-CHECK-CHECK-DIGIT                       *
      ******************************************************************
       3300-CHECK-CHECK-DIGIT.

           MOVE ZERO                        TO WS-CHKDGT-SUM.

           PERFORM 3310-ACCUM-CHKDGT-DIGIT
              THRU 3310-EXIT
              VARYING WS-CHKDGT-SUB FROM 1 BY 1
                UNTIL WS-CHKDGT-SUB > 9.

           MOVE WS-PRIOR-CUST(10:1)         TO WS-CHKDGT-GIVEN.

           DIVIDE WS-CHKDGT-SUM BY 10
              GIVING WS-CHKDGT-Q REMAINDER WS-CHKDGT-R.

           IF WS-CHKDGT-R = 0
               MOVE 0                       TO WS-CHKDGT-CALC
           ELSE
               COMPUTE WS-CHKDGT-CALC = 10 - WS-CHKDGT-R
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3310-ACCUM-CHKDGT-DIGIT                       *
      ******************************************************************
       3310-ACCUM-CHKDGT-DIGIT.

           MOVE WS-PRIOR-CUST(WS-CHKDGT-SUB:1)
                                            TO WS-CHKDGT-DIGIT.

           DIVIDE WS-CHKDGT-SUB BY 2
              GIVING WS-CHKDGT-Q REMAINDER WS-CHKDGT-R.

           IF WS-CHKDGT-R = 0
               COMPUTE WS-CHKDGT-DOUBLED = WS-CHKDGT-DIGIT * 2
               IF WS-CHKDGT-DOUBLED > 9
                   SUBTRACT 9              FROM WS-CHKDGT-DOUBLED
               END-IF
               ADD WS-CHKDGT-DOUBLED       TO WS-CHKDGT-SUM
           ELSE
               ADD WS-CHKDGT-DIGIT         TO WS-CHKDGT-SUM
           END-IF.
           .
       3310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4000-RAISE-FINDING                       *
      * LISTS THE FINDING AND, WHEN IT IS ACTIONABLE, RAISES THE       *
      * CUSTOMER'S CASE WITH THE SAME UPDATE-THEN-INSERT AS THE OTHER  *
      * WORKQUEUE FEEDERS - A CLOSED CASE IS REOPENED.                 *
      ******************************************************************
       4000-RAISE-FINDING.

           DISPLAY WS-FINDING ' ' WS-FINDING-CUST
                   '  ' WS-FINDING-DETAIL.

           IF NOT WS-RAISE-CASE
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CASE-TYPE                 TO STC-CASE-TYPE.
           MOVE WS-FINDING-CUST              TO STC-CUST-NUM-A.
           MOVE WS-FINDING-DETAIL            TO STC-EVIDENCE.

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
                           , :STC-CUST-NUM-A
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
               ADD 1                         TO WS-CASES-RAISED
           ELSE
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748RIS - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' WS-FINDING-CUST
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'SEG  FILE    WALKED  NO-HHLD  WRONGSEG  NO-CUST  '
                   'NOT-CHKD'.

           PERFORM 9100-REPORT-ONE-SEGMENT
              THRU 9100-EXIT
              VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > 10.

           DISPLAY ' '.
           DISPLAY 'F5748RIS - NO SNAPSHOT HOUSEHOLD     : '
                    WS-CANDIDATE-COUNT.
           DISPLAY 'F5748RIS -   HOUSEHOLD SINCE SNAPSHOT: '
                    WS-SINCE-SNAP-COUNT.
           DISPLAY 'F5748RIS -   SEGMENT NOT ON CARD     : '
                    WS-OFF-CARD-COUNT.
           DISPLAY 'F5748RIS -   NOT CHECKED             : '
                    WS-NOT-CHECKED-COUNT.
           DISPLAY 'F5748RIS -   NO INFORCE HOUSEHOLD    : '
                    WS-NO-HHLD-COUNT.
           DISPLAY 'F5748RIS -   WRONG SEGMENT           : '
                    WS-WRONG-SEG-COUNT.
           DISPLAY 'F5748RIS - INFORCE CUSTOMERS WALKED  : '
                    WS-WALKED-COUNT.
           DISPLAY 'F5748RIS -   NO T_CUST_DATA ROW      : '
                    WS-NO-CUST-COUNT.
           DISPLAY 'F5748RIS -     FAILING MOD-10 (NO CASE): '
                    WS-NOT-ACTIONABLE-COUNT.
           DISPLAY 'F5748RIS - CASES RAISED/REFRESHED    : '
                    WS-CASES-RAISED.
           DISPLAY 'F5748RIS - FAILURES                  : '
                    WS-FAILURE-COUNT.

           IF WS-FAILURE-COUNT NOT = ZEROES
               MOVE 8                        TO RETURN-CODE
           ELSE
               IF WS-NO-HHLD-COUNT + WS-WRONG-SEG-COUNT
                + WS-NO-CUST-COUNT > ZEROES
                   MOVE 4                    TO RETURN-CODE
               END-IF
           END-IF.
           .
       9000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   9100-REPORT-ONE-SEGMENT                      *
      ******************************************************************
       9100-REPORT-ONE-SEGMENT.

           IF WS-SEG-ID(WS-SEG-SUB) = SPACE
               GO TO 9100-EXIT
           END-IF.

           IF WS-SEG-AVAILABLE(WS-SEG-SUB)
               MOVE 'UP'                     TO WS-AVAIL-DSP
           ELSE
               MOVE 'DOWN'                   TO WS-AVAIL-DSP
           END-IF.

           MOVE WS-SEG-WALKED-CNT(WS-SEG-SUB)
                                             TO WS-WALKED-DSP.
           MOVE WS-SEG-NO-HHLD-CNT(WS-SEG-SUB)
                                             TO WS-NO-HHLD-DSP.
           MOVE WS-SEG-WRONG-SEG-CNT(WS-SEG-SUB)
                                             TO WS-WRONG-SEG-DSP.
           MOVE WS-SEG-NO-CUST-CNT(WS-SEG-SUB)
                                             TO WS-NO-CUST-DSP.
           MOVE WS-SEG-NOT-CHECKED-CNT(WS-SEG-SUB)
                                             TO WS-NOT-CHECKED-DSP.

           DISPLAY WS-SEG-ID(WS-SEG-SUB) '    '
                   WS-AVAIL-DSP ' '
                   WS-WALKED-DSP '  '
                   WS-NO-HHLD-DSP '   '
                   WS-WRONG-SEG-DSP '  '
                   WS-NO-CUST-DSP '   '
                   WS-NOT-CHECKED-DSP.
           .
       9100-EXIT.
           EXIT.

       END PROGRAM F5748RIS.
