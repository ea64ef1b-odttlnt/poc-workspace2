      *                ACTIVITY WITHOUT PULLING THREE SEPARATE         *
      *                EXTRACTS AND JOINING THEM BY HAND.              *
      *                                                                *
      *                THE FAMILY ROSTER - EVERY MEMBER OF EVERY       *
      *                HOUSEHOLD THE CUSTOMER HAS - IS READ WITH SQL   *
      *                FROM THE LATEST SUCCESSFUL F5748HSL HOUSEHOLD   *
      *                SNAPSHOT (T_UIS_HHLD_SNAPSHOT) RATHER THAN BY   *
      *                CALLING F5748ZQF AGAINST INFORCE CUSTOMER BY    *
      *                CUSTOMER; THE RUN LOG NAMES THE SNAPSHOT DATE.  *
      *                WITH NO SUCCESSFUL SNAPSHOT ON FILE THE REPORT  *
      *                STILL RUNS AND SAYS THE ROSTER IS UNAVAILABLE.  *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  RUN-DATE (YYYY-MM-DD) - THE DAY  *
      *                  TYPE '9' ONE TRAILER WITH RECORD COUNTS AND   *
      *                           THE TOTAL SERVICE-USE COUNT SO THE   *
      *                           RECEIVER CAN VERIFY THE FILE         *
      *                A SINGLE RUN REGISTERS C36EXT ON THE OUTBOUND   *
      *                MANIFEST (FEED UISC360, VIA F5748OBR) ONCE IT IS*
      *                CLOSED; A SLICE'S EXTRACT IS NOT SENT ANYWHERE, *
      *                SO F5748C3M REGISTERS THE MERGED FILE INSTEAD.  *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ), T_UIS_TRANSACTION_LOG (READ)*
      *                T_CUST_CONTACT (READ)                           *
      *                T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-09-02 UISAD  KEY-RANGE SLICE PARAMETER SO SEVERAL        *
      *                    INSTANCES RUN IN PARALLEL, EACH WITH ITS    *
      *                    OWN C36SLCnn RUN-STATUS ROW - SEE F5748C3M  *
      *  2026-10-15 UISAD  SEQUENCING GUARD HONORS AN OPERATOR HOLD    *
      *                    FROM THE F5748NCC CONSOLE AND ACCEPTS A     *
      *                    MANUALLY COMPLETED PREDECESSOR              *
      *  2026-10-15 UISAD  FAMILY ROSTER NOW READ FROM THE NIGHTLY     *
      *                    F5748HSL HOUSEHOLD SNAPSHOT, NOT F5748ZQF   *
      *  2026-10-15 UISAD  SINGLE-RUN C36EXT REGISTERED ON THE OUTBOUND*
      *                    MANIFEST (F5748OBR) AFTER IT IS CLOSED      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748C36'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-OUTBOUND-FEED-ID          PIC X(08) VALUE 'UISC360'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-PREFIX-NUM           PIC 9(09) VALUE ZEROES.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.

      ******************************************************************
      *     NIGHT-CHAIN RUN-STATUS AREA - SEE 0900-REGISTER-RUN-START  *
       01  WS-RUN-STATUS-AREA.
           05  WS-RUN-PREDECESSOR           PIC X(08) VALUE 'F5748REC'.
           05  WS-RUN-PRED-OUTCOME          PIC X(08) VALUE SPACES.
           05  WS-RUN-HOLD-BY               PIC X(08) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-CUST-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-SVC-ROW-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-FAMILY-MEMBER-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-CUST-MEMBER-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-TOTAL-SVC-USES            PIC 9(11) VALUE ZEROES.
           05  WS-CONTACT-COUNT             PIC 9(07) VALUE ZEROES.

           05  WS-SVC-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-EOF-SVC-CURSOR                  VALUE 'Y'.
               88  WS-NOT-EOF-SVC-CURSOR              VALUE 'N'.
           05  WS-FAM-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-EOF-FAM-CURSOR                  VALUE 'Y'.
               88  WS-NOT-EOF-FAM-CURSOR              VALUE 'N'.
           05  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
               88  WS-SNAPSHOT-AVAILABLE              VALUE 'Y'.
           05  WS-OUTBOUND-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-OUTBOUND-EOF                    VALUE 'Y'.

      * THE HOUSEHOLD SNAPSHOT DATE THE ROSTERS ARE READ FROM - SEE
      * 1000-INITIALIZE.
       01  WS-SNAP-DATE                     PIC X(10) VALUE SPACES.
       01  WS-SNAP-DATE-IND                 PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.

           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT - SEE 2300-PRINT-CONTACT-DETAIL
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT - SEE 2200-PRINT-FAMILY-ROSTER
           EXEC SQL INCLUDE F5748HSN     END-EXEC.

       01  WS-SVC-ROLLUP-AREA.
           05  WS-SVC-NAME                  PIC X(30) VALUE SPACES.
           05  WS-SVC-USE-COUNT             PIC S9(09) USAGE COMP
                 ORDER BY TLG_SERVICE_NAME
           END-EXEC.

           EXEC SQL
                DECLARE FAM-CSR CURSOR FOR
                SELECT HSN_EMPE_ID
                     , HSN_RELATE_CD
                     , HSN_FIRST_NM
                     , HSN_LAST_NM
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
                   AND HSN_CUST_NUM  = :CUST-NUM
                 ORDER BY HSN_EMPE_ID
                        , HSN_MBR_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748C36 WORKING STORAGE ENDS'.
      *
           PERFORM 8000-CLOSE-CURSOR
              THRU 8000-EXIT.

           IF WS-SLICE-ID = SPACES
               PERFORM 8500-REGISTER-OUTBOUND-FILE
                  THRU 8500-EXIT
           END-IF.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

      * PREDECESSOR HAS NO SUCCESS ROW FOR TODAY REFUSES TO START      *
      * WITH A CLEAR MESSAGE AND RETURN CODE 8 INSTEAD OF RUNNING      *
      * AGAINST HALF-LOADED DATA. SEE F5748RSB FOR THE STATUS BOARD.   *
      * A JOB HELD ON THE F5748NCC CONSOLE (T_UIS_RUN_HOLD) REFUSES    *
      * THE SAME WAY UNTIL IT IS RELEASED; A PREDECESSOR MARKED        *
      * MANUAL THERE COUNTS AS COMPLETE.                               *
      ******************************************************************
       0900-REGISTER-RUN-START.

           MOVE SPACES                      TO WS-RUN-HOLD-BY.
           EXEC SQL
                SELECT RHL_RACF_ID
                  INTO :WS-RUN-HOLD-BY
                  FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = CURRENT DATE
                   AND RHL_JOB_NM   = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - REFUSING TO START: HELD BY '
                       WS-RUN-HOLD-BY
                       ' ON THE NIGHT-CHAIN CONSOLE'
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-RUN-PREDECESSOR NOT = SPACES
               MOVE SPACES                  TO WS-RUN-PRED-OUTCOME
               EXEC SQL
               END-EXEC

               IF SQLCODE NOT = 0
                OR (WS-RUN-PRED-OUTCOME NOT = 'SUCCESS'
                AND WS-RUN-PRED-OUTCOME NOT = 'MANUAL')
                   DISPLAY WS-NAME-OF-THIS-MODULE
                           ' - REFUSING TO START: PREDECESSOR '
                           WS-RUN-PREDECESSOR
                    ' RANGE ' WS-SLICE-LOW-CUST
                    ' THRU ' WS-SLICE-HIGH-CUST.

      * THE ROSTERS COME FROM THE LATEST HOUSEHOLD SNAPSHOT F5748HSL
      * REGISTERED SUCCESS FOR - NEVER A PART-LOADED ONE.
           EXEC SQL
                SELECT CHAR(MAX(RUN_DATE), ISO)
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
           END-EXEC.

           IF SQLCODE = 0
            AND WS-SNAP-DATE-IND >= 0
               SET WS-SNAPSHOT-AVAILABLE    TO TRUE
               DISPLAY 'F5748C36 - FAMILY ROSTERS AS OF HOUSEHOLD '
                       'SNAPSHOT ' WS-SNAP-DATE
           ELSE
               DISPLAY 'F5748C36 - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       'ON FILE (SQLCODE=' SQLCODE ') - FAMILY '
                       'ROSTERS OMITTED'
           END-IF.

           OPEN OUTPUT C36-EXTRACT-FILE.

           EXEC SQL
      *
      ******************************************************************
      *                  2200-PRINT-FAMILY-ROSTER                      *
      * LISTS EVERY MEMBER OF EVERY HOUSEHOLD THE CUSTOMER HAS IN THE  *
      * HOUSEHOLD SNAPSHOT, EMPLOYEE BY EMPLOYEE.                      *
      ******************************************************************
       2200-PRINT-FAMILY-ROSTER.

           IF NOT WS-SNAPSHOT-AVAILABLE
               DISPLAY '   FAMILY ROSTER UNAVAILABLE - NO SNAPSHOT'
               GO TO 2200-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-CUST-MEMBER-COUNT.
           SET WS-NOT-EOF-FAM-CURSOR        TO TRUE.

           EXEC SQL
                OPEN FAM-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748C36 - FAMILY ROSTER OPEN FAILED '
                        'SQLCODE=' SQLCODE
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2210-FETCH-FAMILY-MEMBER
              THRU 2210-EXIT
              UNTIL WS-EOF-FAM-CURSOR.

           EXEC SQL
                CLOSE FAM-CSR
           END-EXEC.

           IF WS-CUST-MEMBER-COUNT = ZEROES
               DISPLAY '   NO INFORCE FAMILY RECORD ON FILE'
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2210-FETCH-FAMILY-MEMBER                       *
      ******************************************************************
       2210-FETCH-FAMILY-MEMBER.

           EXEC SQL
                FETCH FAM-CSR
                INTO  :HSN-EMPE-ID, :HSN-RELATE-CD,
                      :HSN-FIRST-NM, :HSN-LAST-NM
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-FAM-CURSOR         TO TRUE
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'F5748C36 - FAMILY ROSTER FETCH FAILED '
                            'SQLCODE=' SQLCODE
                   SET WS-EOF-FAM-CURSOR     TO TRUE
               ELSE
                   ADD 1                     TO WS-CUST-MEMBER-COUNT
                   ADD 1                     TO WS-FAMILY-MEMBER-COUNT
                   DISPLAY '   FAMILY MEMBER='
                            HSN-FIRST-NM
                            ' '
                            HSN-LAST-NM
                            ' RELATIONSHIP='
                            HSN-RELATE-CD
                            ' EMPLOYEE='
                            HSN-EMPE-ID
                   MOVE CUST-NUM             TO EXT3-CUST-NUM
                   MOVE HSN-FIRST-NM         TO EXT3-FIRST-NAME
                   MOVE HSN-LAST-NM          TO EXT3-LAST-NAME
                   MOVE HSN-RELATE-CD        TO EXT3-RELATE-CD
                   WRITE C36-EXTRACT-RECORD  FROM EXT-MEMBER-DETAIL
               END-IF
           END-IF.
           .
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED EXTRACT IS READ BACK SO THE MANIFEST CARRIES THE    *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO CRM.                       *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-OUTBOUND-FEED-ID          TO OBR-FEED-ID.
           MOVE WS-RUN-DATE                  TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT C36-EXTRACT-FILE.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE C36-EXTRACT-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'F5748C36 - C36EXT ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'F5748C36 - FEED ' OBR-FEED-ID
                       ' GENERATION ' OBR-GENERATION
                       ' RECORDS ' OBR-RECORD-COUNT
                       ' HASH ' OBR-HASH-TOTAL
                       ' DEST ' OBR-DEST
           ELSE
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8510-COUNT-OUTBOUND-RECORD                     *
      ******************************************************************
       8510-COUNT-OUTBOUND-RECORD.

           READ C36-EXTRACT-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF C36-EXTRACT-RECORD(1:9) NUMERIC
               MOVE C36-EXTRACT-RECORD(1:9)  TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-REPORT-SUMMARY                         *
      ******************************************************************
       9000-REPORT-SUMMARY.
