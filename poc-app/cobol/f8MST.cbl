      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748MST.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748MST:     MASS SEGMENT TRANSFER / SEGMENT RETIREMENT      *
      *                                                                *
      *  FUNCTION:     WHEN A BLOCK OF BUSINESS MOVES BETWEEN SEGMENTS,*
      *                OR A SEGMENT IS RETIRED, THE ONLY WAY CUSTOMERS *
      *                MOVED WAS ONE UPSTREAM F5748CSL FEED RECORD AT  *
      *                A TIME. THIS UTILITY MOVES THOUSANDS OF         *
      *                T_CUST_DATA ROWS CONSISTENTLY, UNDER DUAL       *
      *                CONTROL, IN THREE STEPS:                        *
      *                                                                *
      *                PREVIEW - SELECTS THE CUSTOMERS IN THE FROM     *
      *                  SEGMENT MATCHING THE CRITERIA (CUSTOMER-      *
      *                  NUMBER RANGE, NAME PREFIX) - OR, TO RETIRE    *
      *                  A SEGMENT, EVERY CUSTOMER IN IT - INTO A NEW  *
      *                  T_UIS_SEG_XFER_BATCH / _ITEM BATCH AND LISTS  *
      *                  THEM, FLAGGING THOSE A HOLD WOULD SKIP.       *
      *                  NOTHING IS MOVED.                             *
      *                APPROVE - A SECOND, DIFFERENT USERID APPROVES   *
      *                  THE PREVIEWED BATCH - THE SAME RULE AS        *
      *                  F5748ACM. THE REQUESTER CANNOT APPROVE IT.    *
      *                EXECUTE - MOVES THE APPROVED BATCH'S CUSTOMERS. *
      *                  FOR EACH ONE: SEG_ID IS UPDATED, A            *
      *                  T_CUST_SEG_HIST ROW RECORDS THE SEGMENT LEFT  *
      *                  (SO 3330-FALLBACK-PRIOR-SEGMENT STILL FINDS   *
      *                  THE OLD INFORCE DATA), THE CACHED INFORCE     *
      *                  ROSTERS AND WHOLE REPLIES FOR THE CUSTOMER    *
      *                  ARE DROPPED - THEY WERE READ, AND PASSED THE  *
      *                  SEGMENT ENTITLEMENT CHECK, UNDER THE OLD      *
      *                  SEGMENT - THE PHONETIC NAME KEY'S SEGMENT IS  *
      *                  CORRECTED, AND AN SXFR CHANGE EVENT GOES TO   *
      *                  SUBSCRIBED CALLERS THROUGH F5748ENP, AS       *
      *                  F5748CSL DOES FOR A FED TRANSFER.             *
      *                                                                *
      *                A CUSTOMER UNDER AN ACTIVE LEGAL HOLD OR A      *
      *                FRAUD HOLD AT EXECUTION TIME IS SKIPPED AND     *
      *                REPORTED, AS IS ONE NO LONGER IN THE FROM       *
      *                SEGMENT. THE MOVE AND THE SETTLING OF ITS ITEM  *
      *                ROW COMMIT TOGETHER EVERY COMMIT-INTERVAL       *
      *                CUSTOMERS, SO AN EXECUTE THAT STOPS PART WAY    *
      *                IS RESTARTED BY SUBMITTING THE SAME EXECUTE     *
      *                CARD - IT RESUMES AT THE FIRST ITEM STILL       *
      *                PENDING. A RETIREMENT REPORTS HOW MANY          *
      *                CUSTOMERS (HELD ONES) ARE STILL LEFT IN THE     *
      *                SEGMENT.                                        *
      *                                                                *
      *                T_CUST_DATA IS KEPT IN STEP WITH THE UPSTREAM   *
      *                EXTRACT BY F5748REC - THE UPSTREAM SYSTEM MUST  *
      *                CARRY THE SAME MOVE BEFORE ITS NEXT EXTRACT,    *
      *                OR F5748REC WILL APPLY THE OLD SEGMENTS BACK.   *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                           *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CONTROL CARD:                    *
      *                   COLS 01-07  ACTION  (PREVIEW/APPROVE/        *
      *                               EXECUTE)                         *
      *                   COLS 08-16  BATCH-ID (APPROVE/EXECUTE,       *
      *                               ZERO-FILLED)                     *
      *                   COL  17     MODE    (PREVIEW: T TRANSFER,    *
      *                               R RETIRE)                        *
      *                   COL  18     FROM SEGMENT        (PREVIEW)    *
      *                   COL  19     TO SEGMENT          (PREVIEW)    *
      *                   COLS 20-29  LOW CUST-NUM   (T; BLANK = ALL)  *
      *                   COLS 30-39  HIGH CUST-NUM  (T; BLANK = ALL)  *
      *                   COLS 40-54  NAME PREFIX    (T; BLANK = ALL)  *
      *                   COLS 55-80  REASON              (PREVIEW)    *
      *                                                                *
      *  RETURN CODE:  0 DONE, 4 EXECUTED WITH CUSTOMERS SKIPPED,      *
      *                8 CARD REJECTED OR DB2 FAILURE (AN EXECUTE      *
      *                THAT FAILS IS RESTARTABLE)                      *
      *                                                                *
      *  DB2 TABLES:   T_UIS_SEG_XFER_BATCH (READ/INSERT/UPDATE)       *
      *                T_UIS_SEG_XFER_ITEM (READ/INSERT/UPDATE)        *
      *                T_CUST_DATA (READ/UPDATE)                       *
      *                T_CUST_SEG_HIST (INSERT)                        *
      *                T_UIS_SEG_STATUS (READ)                         *
      *                T_UIS_LEGAL_HOLD (READ)                         *
      *                T_CUST_FRAUD_HOLD (READ)                        *
      *                T_UIS_INF_CACHE (DELETE)                        *
      *                T_UIS_REPLY_CACHE (DELETE)                      *
      *                T_CUST_NAME_KEY (UPDATE)                        *
      *                T_UIS_EVENT_SUB (VIA F5748ENP)                  *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748MST'.
      * CUSTOMERS MOVED BETWEEN COMMITS. THE ITEM CURSOR IS DECLARED
      * WITH HOLD SO A COMMIT DOES NOT CLOSE IT.
           05  WS-COMMIT-INTERVAL           PIC 9(04) VALUE 0500.

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION               PIC X(07) VALUE SPACES.
               88  WS-ACTION-IS-PREVIEW               VALUE 'PREVIEW'.
               88  WS-ACTION-IS-APPROVE               VALUE 'APPROVE'.
               88  WS-ACTION-IS-EXECUTE               VALUE 'EXECUTE'.
           05  WS-CARD-BATCH-ID             PIC X(09) VALUE SPACES.
           05  WS-CARD-BATCH-ID-N REDEFINES WS-CARD-BATCH-ID
                                            PIC 9(09).
           05  WS-CARD-MODE                 PIC X(01) VALUE SPACES.
               88  WS-CARD-MODE-VALID                 VALUE 'T' 'R'.
               88  WS-CARD-MODE-RETIRE                VALUE 'R'.
           05  WS-CARD-FROM-SEG-ID          PIC X(01) VALUE SPACES.
           05  WS-CARD-TO-SEG-ID            PIC X(01) VALUE SPACES.
           05  WS-CARD-CUST-LOW             PIC X(10) VALUE SPACES.
           05  WS-CARD-CUST-HIGH            PIC X(10) VALUE SPACES.
           05  WS-CARD-NAME-PREFIX          PIC X(15) VALUE SPACES.
           05  WS-CARD-REASON               PIC X(26) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-BATCH-ID                  PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BATCH-ID-DSP              PIC Z(08)9.
           05  WS-NAME-PATTERN              PIC X(16) VALUE SPACES.
           05  WS-OPEN-BATCHES              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-HOLD-COUNT                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-REMAINING-COUNT           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-COUNT-DSP                 PIC Z(08)9.
           05  WS-SKIP-REASON               PIC X(05) VALUE SPACES.
           05  WS-UNCOMMITTED-COUNT         PIC 9(04) VALUE ZEROES.
      * ONE PREVIEW OR SKIP-REPORT LINE AS FETCHED
           05  WS-LN-CUST-NUM               PIC X(10) VALUE SPACES.
           05  WS-LN-CUST-NM                PIC X(50) VALUE SPACES.
           05  WS-LN-REASON                 PIC X(05) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-LISTED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-WOULD-SKIP-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-MOVED-COUNT               PIC 9(07) VALUE ZEROES.
           05  WS-SKIPPED-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-NOTIFY-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-NOTIFY-FAIL-COUNT         PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-EXEC-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-EXEC-FAILED                     VALUE 'Y'.

      * CHANGE-EVENT NOTIFIER - SEE 4600-NOTIFY-SUBSCRIBERS.
       01  WS-NOTIFY-PGM                    PIC X(08) VALUE 'F5748ENP'.
       01  ENP-CALL-AREA.
           COPY F5748ENA REPLACING ==:FD:== BY ==ENP==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_SEG_XFER_BATCH
           EXEC SQL
                INCLUDE F5748SXB
           END-EXEC.

      * DCLGEN FOR T_UIS_SEG_XFER_ITEM
           EXEC SQL
                INCLUDE F5748SXI
           END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL
                INCLUDE F5748CST
           END-EXEC.

      * DCLGEN FOR T_CUST_SEG_HIST
           EXEC SQL
                INCLUDE F5748CSH
           END-EXEC.

      * DCLGEN FOR T_UIS_SEG_STATUS - SEE 2000-PREVIEW-BATCH
           EXEC SQL
                INCLUDE F5748SGS
           END-EXEC.

      * THE PREVIEW LIST, WITH THE HOLD THAT WOULD SKIP EACH CUSTOMER
      * IF EXECUTED NOW.
           EXEC SQL
                DECLARE PRV-CSR CURSOR FOR
                SELECT I.SXI_CUST_NUM
                     , C.CUST_NM
                     , CASE WHEN EXISTS
                                 (SELECT 1
                                    FROM T_UIS_LEGAL_HOLD L
                                   WHERE L.LGH_CUST_NUM = I.SXI_CUST_NUM
                                     AND L.LGH_STATUS   = 'A')
                            THEN 'LEGAL'
                            WHEN EXISTS
                                 (SELECT 1
                                    FROM T_CUST_FRAUD_HOLD F
                                   WHERE F.FRH_CUST_NUM = I.SXI_CUST_NUM
                                     AND F.FRH_STATUS   = 'H')
                            THEN 'FRAUD'
                            ELSE ' '
                       END
                  FROM T_UIS_SEG_XFER_ITEM I
                     , T_CUST_DATA C
                 WHERE I.SXI_BATCH_ID = :WS-BATCH-ID
                   AND C.CUST_NUM     = I.SXI_CUST_NUM
                 ORDER BY I.SXI_CUST_NUM
           END-EXEC.

      * THE ITEMS STILL TO MOVE - ON A RESTART, ONLY WHAT THE STOPPED
      * RUN HAD NOT COMMITTED.
           EXEC SQL
                DECLARE ITEM-CSR CURSOR WITH HOLD FOR
                SELECT SXI_CUST_NUM
                  FROM T_UIS_SEG_XFER_ITEM
                 WHERE SXI_BATCH_ID = :WS-BATCH-ID
                   AND SXI_STATUS   = 'P'
                 ORDER BY SXI_CUST_NUM
           END-EXEC.

      * EVERY CUSTOMER THE BATCH SKIPPED, OVER ALL ITS RUNS.
           EXEC SQL
                DECLARE SKP-CSR CURSOR FOR
                SELECT SXI_CUST_NUM, SXI_SKIP_REASON
                  FROM T_UIS_SEG_XFER_ITEM
                 WHERE SXI_BATCH_ID = :WS-BATCH-ID
                   AND SXI_STATUS   = 'S'
                 ORDER BY SXI_SKIP_REASON, SXI_CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748MST WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-ACTION-IS-PREVIEW
                   PERFORM 2000-PREVIEW-BATCH
                      THRU 2000-EXIT
               WHEN WS-ACTION-IS-APPROVE
                   PERFORM 3000-APPROVE-BATCH
                      THRU 3000-EXIT
               WHEN WS-ACTION-IS-EXECUTE
                   PERFORM 4000-EXECUTE-BATCH
                      THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748MST - INVALID ACTION ON CONTROL '
                           'CARD: ' WS-CARD-ACTION
                   MOVE 8                    TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-CONTROL-CARD            FROM SYSIN.

           IF WS-CARD-BATCH-ID NUMERIC
               MOVE WS-CARD-BATCH-ID-N       TO WS-BATCH-ID
           END-IF.

           DISPLAY 'F5748MST - ACTION=' WS-CARD-ACTION
                    ' BATCH=' WS-CARD-BATCH-ID.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-PREVIEW-BATCH                       *
      * RECORDS THE SELECTION AS A NEW BATCH AWAITING APPROVAL AND     *
      * LISTS IT. ONLY ONE UNFINISHED BATCH MAY WORK A FROM SEGMENT AT *
      * A TIME, SO TWO BATCHES CANNOT SELECT THE SAME CUSTOMERS.       *
      ******************************************************************
       2000-PREVIEW-BATCH.

           IF NOT WS-CARD-MODE-VALID
            OR WS-CARD-FROM-SEG-ID = SPACE
            OR WS-CARD-TO-SEG-ID   = SPACE
            OR WS-CARD-FROM-SEG-ID = WS-CARD-TO-SEG-ID
               DISPLAY 'F5748MST - PREVIEW REJECTED, MODE MUST BE T '
                       'OR R AND FROM/TO SEGMENTS GIVEN AND DIFFERENT'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           IF WS-CARD-MODE-RETIRE
            AND (WS-CARD-CUST-LOW    NOT = SPACES
             OR  WS-CARD-CUST-HIGH   NOT = SPACES
             OR  WS-CARD-NAME-PREFIX NOT = SPACES)
               DISPLAY 'F5748MST - PREVIEW REJECTED, A RETIREMENT '
                       'MOVES THE WHOLE SEGMENT - NO CRITERIA ALLOWED'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

      * THE TARGET MUST BE A SEGMENT THE PROBER KNOWS - ONE ROW PER
      * INFORCE SEGMENT.
           EXEC SQL
                SELECT SGS_STATUS
                  INTO :SGS-STATUS
                  FROM T_UIS_SEG_STATUS
                 WHERE SGS_SEG_ID = :WS-CARD-TO-SEG-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - PREVIEW REJECTED, TO SEGMENT '
                       WS-CARD-TO-SEG-ID ' IS NOT A KNOWN INFORCE '
                       'SEGMENT (SQLCODE=' SQLCODE ')'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-BATCHES
                  FROM T_UIS_SEG_XFER_BATCH
                 WHERE SXB_FROM_SEG_ID = :WS-CARD-FROM-SEG-ID
                   AND SXB_STATUS IN ('P', 'A', 'E')
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-OPEN-BATCHES > 0
               DISPLAY 'F5748MST - PREVIEW REJECTED, SEGMENT '
                       WS-CARD-FROM-SEG-ID ' ALREADY HAS AN '
                       'UNFINISHED BATCH (SQLCODE=' SQLCODE ')'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-SET-CRITERIA
              THRU 2100-EXIT.

           PERFORM 2200-RECORD-BATCH
              THRU 2200-EXIT.

           IF RETURN-CODE NOT = 0
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-LIST-PREVIEW
              THRU 2300-EXIT.

           MOVE WS-BATCH-ID                  TO WS-BATCH-ID-DSP.
           MOVE SXB-SELECTED-CNT             TO WS-COUNT-DSP.
           DISPLAY ' '.
           DISPLAY 'F5748MST - BATCH ' WS-BATCH-ID-DSP
                   ' PREVIEWED: ' WS-COUNT-DSP ' CUSTOMERS FROM '
                   'SEGMENT ' WS-CARD-FROM-SEG-ID ' TO SEGMENT '
                   WS-CARD-TO-SEG-ID.
           DISPLAY 'F5748MST - ' WS-WOULD-SKIP-COUNT
                   ' WOULD BE SKIPPED FOR A HOLD IF EXECUTED NOW'.
           DISPLAY 'F5748MST - A SECOND USERID MUST APPROVE '
                   'BEFORE THE BATCH CAN BE EXECUTED'.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-SET-CRITERIA                        *
      * BLANK BOUNDS TAKE IN EVERY CUSTOMER NUMBER; A BLANK PREFIX     *
      * EVERY NAME.                                                    *
      ******************************************************************
       2100-SET-CRITERIA.

           MOVE WS-CARD-CUST-LOW             TO SXB-CUST-LOW.
           MOVE WS-CARD-CUST-HIGH            TO SXB-CUST-HIGH.

           IF SXB-CUST-HIGH = SPACES
               MOVE HIGH-VALUES              TO SXB-CUST-HIGH
           END-IF.

           MOVE WS-CARD-NAME-PREFIX          TO SXB-NAME-PREFIX.
           MOVE SPACES                       TO WS-NAME-PATTERN.
           STRING WS-CARD-NAME-PREFIX DELIMITED BY '  '
                  '%'                 DELIMITED BY SIZE
                  INTO WS-NAME-PATTERN.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2200-RECORD-BATCH                        *
      * THE BATCH ROW AND ITS ITEMS COMMIT TOGETHER. A SELECTION       *
      * THAT FINDS NOBODY IS BACKED OUT.                               *
      ******************************************************************
       2200-RECORD-BATCH.

           EXEC SQL
                SELECT COALESCE(MAX(SXB_BATCH_ID), 0) + 1
                  INTO :WS-BATCH-ID
                  FROM T_UIS_SEG_XFER_BATCH
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - BATCH ID LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-CARD-REASON               TO SXB-REASON.

           EXEC SQL
                INSERT INTO T_UIS_SEG_XFER_BATCH
                       ( SXB_BATCH_ID
                       , SXB_MODE
                       , SXB_FROM_SEG_ID
                       , SXB_TO_SEG_ID
                       , SXB_CUST_LOW
                       , SXB_CUST_HIGH
                       , SXB_NAME_PREFIX
                       , SXB_REASON
                       , SXB_STATUS
                       , SXB_RQST_USERID
                       , SXB_RQST_TS
                       , SXB_APPRV_USERID
                       , SXB_APPRV_TS
                       , SXB_SELECTED_CNT
                       , SXB_MOVED_CNT
                       , SXB_SKIPPED_CNT
                       , SXB_COMPLETE_TS )
                VALUES ( :WS-BATCH-ID
                       , :WS-CARD-MODE
                       , :WS-CARD-FROM-SEG-ID
                       , :WS-CARD-TO-SEG-ID
                       , :SXB-CUST-LOW
                       , :SXB-CUST-HIGH
                       , :SXB-NAME-PREFIX
                       , :SXB-REASON
                       , 'P'
                       , USER
                       , CURRENT TIMESTAMP
                       , ' '
                       , CURRENT TIMESTAMP
                       , 0
                       , 0
                       , 0
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - BATCH INSERT FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_SEG_XFER_ITEM
                       ( SXI_BATCH_ID
                       , SXI_CUST_NUM
                       , SXI_STATUS
                       , SXI_SKIP_REASON
                       , SXI_SETTLED_TS )
                SELECT :WS-BATCH-ID
                     , CUST_NUM
                     , 'P'
                     , ' '
                     , CURRENT TIMESTAMP
                  FROM T_CUST_DATA
                 WHERE SEG_ID   = :WS-CARD-FROM-SEG-ID
                   AND CUST_NUM BETWEEN :SXB-CUST-LOW
                                    AND :SXB-CUST-HIGH
                   AND CUST_NM  LIKE :WS-NAME-PATTERN
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3)               TO SXB-SELECTED-CNT
           ELSE
               MOVE ZEROES                   TO SXB-SELECTED-CNT
           END-IF.

           IF SXB-SELECTED-CNT = ZEROES
               DISPLAY 'F5748MST - PREVIEW SELECTED NO CUSTOMERS '
                       '(SQLCODE=' SQLCODE ') - NO BATCH RECORDED'
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8                        TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_BATCH
                   SET SXB_SELECTED_CNT = :SXB-SELECTED-CNT
                 WHERE SXB_BATCH_ID     = :WS-BATCH-ID
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2300-LIST-PREVIEW                        *
      ******************************************************************
       2300-LIST-PREVIEW.

           DISPLAY ' '.
           DISPLAY 'CUST-NUM    HOLD   NAME'.

           EXEC SQL
                OPEN PRV-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - PREVIEW CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 2300-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 2310-LIST-ONE-CUSTOMER
              THRU 2310-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE PRV-CSR
           END-EXEC.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2310-LIST-ONE-CUSTOMER                     *
      ******************************************************************
       2310-LIST-ONE-CUSTOMER.

           EXEC SQL
                FETCH PRV-CSR
                 INTO :WS-LN-CUST-NUM
                    , :WS-LN-CUST-NM
                    , :WS-LN-REASON
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748MST - PREVIEW FETCH FAILED SQLCODE='
                            SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2310-EXIT
           END-IF.

           ADD 1                             TO WS-LISTED-COUNT.

           IF WS-LN-REASON NOT = SPACES
               ADD 1                         TO WS-WOULD-SKIP-COUNT
           END-IF.

           DISPLAY WS-LN-CUST-NUM '  ' WS-LN-REASON '  '
                   WS-LN-CUST-NM.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-APPROVE-BATCH                       *
      * THE UPDATE ONLY HITS A PREVIEWED BATCH REQUESTED BY A          *
      * DIFFERENT USERID, SO NOBODY CAN APPROVE THEIR OWN MOVE.        *
      ******************************************************************
       3000-APPROVE-BATCH.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_BATCH
                   SET SXB_STATUS       = 'A'
                     , SXB_APPRV_USERID = USER
                     , SXB_APPRV_TS     = CURRENT TIMESTAMP
                 WHERE SXB_BATCH_ID     = :WS-BATCH-ID
                   AND SXB_STATUS       = 'P'
                   AND SXB_RQST_USERID <> USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   DISPLAY 'F5748MST - APPROVED: BATCH '
                            WS-CARD-BATCH-ID
               WHEN SQLCODE = 100
                   DISPLAY 'F5748MST - APPROVE REJECTED - NO '
                           'PREVIEWED BATCH ' WS-CARD-BATCH-ID
                           ' REQUESTED BY A DIFFERENT USERID'
                   MOVE 8                    TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'F5748MST - APPROVE FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4000-EXECUTE-BATCH                       *
      * MOVES AN APPROVED BATCH, OR RESUMES ONE LEFT EXECUTING BY A    *
      * RUN THAT STOPPED. A FAILED RUN BACKS OUT ONLY ITS LAST         *
      * UNCOMMITTED STRETCH AND LEAVES THE BATCH EXECUTING FOR THE     *
      * RESTART.                                                       *
      ******************************************************************
       4000-EXECUTE-BATCH.

           EXEC SQL
                SELECT SXB_MODE, SXB_FROM_SEG_ID, SXB_TO_SEG_ID,
                       SXB_STATUS
                  INTO :SXB-MODE, :SXB-FROM-SEG-ID, :SXB-TO-SEG-ID,
                       :SXB-STATUS
                  FROM T_UIS_SEG_XFER_BATCH
                 WHERE SXB_BATCH_ID = :WS-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - EXECUTE REJECTED - NO BATCH '
                       WS-CARD-BATCH-ID ' (SQLCODE=' SQLCODE ')'
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SXB-IS-APPROVED
                   CONTINUE
               WHEN SXB-IS-EXECUTING
                   DISPLAY 'F5748MST - RESTARTING BATCH '
                           WS-CARD-BATCH-ID
                           ' FROM THE FIRST PENDING CUSTOMER'
               WHEN OTHER
                   DISPLAY 'F5748MST - EXECUTE REJECTED - BATCH '
                           WS-CARD-BATCH-ID ' HAS STATUS ' SXB-STATUS
                           ', NOT APPROVED'
                   MOVE 8                    TO RETURN-CODE
                   GO TO 4000-EXIT
           END-EVALUATE.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_BATCH
                   SET SXB_STATUS   = 'E'
                 WHERE SXB_BATCH_ID = :WS-BATCH-ID
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.

           EXEC SQL
                OPEN ITEM-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - ITEM CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 4100-MOVE-NEXT-CUSTOMER
              THRU 4100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE ITEM-CSR
           END-EXEC.

           IF WS-EXEC-FAILED
               EXEC SQL
                    ROLLBACK
               END-EXEC
               DISPLAY 'F5748MST - EXECUTE STOPPED - BATCH '
                       WS-CARD-BATCH-ID ' LEFT EXECUTING; RESUBMIT '
                       'THE SAME CARD TO RESTART IT'
               MOVE 8                        TO RETURN-CODE
           ELSE
               PERFORM 4800-COMPLETE-BATCH
                  THRU 4800-EXIT
           END-IF.

           PERFORM 4900-REPORT-SKIPPED
              THRU 4900-EXIT.

           DISPLAY ' '.
           DISPLAY 'F5748MST - CUSTOMERS MOVED THIS RUN   : '
                    WS-MOVED-COUNT.
           DISPLAY 'F5748MST - CUSTOMERS SKIPPED THIS RUN : '
                    WS-SKIPPED-COUNT.
           DISPLAY 'F5748MST - TRANSFER EVENTS DELIVERED  : '
                    WS-NOTIFY-COUNT.
           DISPLAY 'F5748MST - TRANSFER EVENTS FAILED     : '
                    WS-NOTIFY-FAIL-COUNT.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-MOVE-NEXT-CUSTOMER                     *
      ******************************************************************
       4100-MOVE-NEXT-CUSTOMER.

           EXEC SQL
                FETCH ITEM-CSR
                 INTO :SXI-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748MST - ITEM FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXEC-FAILED        TO TRUE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4200-CHECK-HOLDS
              THRU 4200-EXIT.

           IF WS-EXEC-FAILED
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF WS-SKIP-REASON = SPACES
               PERFORM 4300-APPLY-MOVE
                  THRU 4300-EXIT
           END-IF.

           IF WS-EXEC-FAILED
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4400-SETTLE-ITEM
              THRU 4400-EXIT.

           IF WS-EXEC-FAILED
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4100-EXIT
           END-IF.

           ADD 1                             TO WS-UNCOMMITTED-COUNT.
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 4500-COMMIT-PROGRESS
                  THRU 4500-EXIT
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        4200-CHECK-HOLDS                        *
      * CHECKED AT EXECUTION, NOT TRUSTED FROM THE PREVIEW - A HOLD    *
      * MAY HAVE BEEN PLACED OR RELEASED SINCE.                        *
      ******************************************************************
       4200-CHECK-HOLDS.

           MOVE SPACES                       TO WS-SKIP-REASON.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOLD-COUNT
                  FROM T_UIS_LEGAL_HOLD
                 WHERE LGH_CUST_NUM = :SXI-CUST-NUM
                   AND LGH_STATUS   = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - LEGAL HOLD CHECK FAILED SQLCODE='
                        SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4200-EXIT
           END-IF.

           IF WS-HOLD-COUNT > 0
               MOVE 'LEGAL'                  TO WS-SKIP-REASON
               GO TO 4200-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOLD-COUNT
                  FROM T_CUST_FRAUD_HOLD
                 WHERE FRH_CUST_NUM = :SXI-CUST-NUM
                   AND FRH_STATUS   = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - FRAUD HOLD CHECK FAILED SQLCODE='
                        SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4200-EXIT
           END-IF.

           IF WS-HOLD-COUNT > 0
               MOVE 'FRAUD'                  TO WS-SKIP-REASON
           END-IF.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        4300-APPLY-MOVE                         *
      * THE SEGMENT CHANGE ITSELF AND EVERYTHING THAT MUST CHANGE      *
      * WITH IT, IN ONE UNIT OF WORK WITH THE ITEM'S SETTLEMENT. A     *
      * CUSTOMER NO LONGER IN THE FROM SEGMENT IS SKIPPED AS GONE.     *
      ******************************************************************
       4300-APPLY-MOVE.

           EXEC SQL
                UPDATE T_CUST_DATA
                   SET SEG_ID   = :SXB-TO-SEG-ID
                 WHERE CUST_NUM = :SXI-CUST-NUM
                   AND SEG_ID   = :SXB-FROM-SEG-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'GONE '              TO WS-SKIP-REASON
                   GO TO 4300-EXIT
               WHEN OTHER
                   DISPLAY 'F5748MST - SEGMENT UPDATE FAILED SQLCODE='
                            SQLCODE ' FOR ' SXI-CUST-NUM
                   SET WS-EXEC-FAILED        TO TRUE
                   GO TO 4300-EXIT
           END-EVALUATE.

           EXEC SQL
                INSERT INTO T_CUST_SEG_HIST
                       ( CSH_CUST_NUM
                       , CSH_PRIOR_SEG_ID
                       , CSH_XFER_TS )
                VALUES ( :SXI-CUST-NUM
                       , :SXB-FROM-SEG-ID
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - SEGMENT HISTORY INSERT FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4300-EXIT
           END-IF.

      * ROSTERS AND WHOLE REPLIES CACHED UNDER THE OLD SEGMENT.
           EXEC SQL
                DELETE FROM T_UIS_INF_CACHE
                 WHERE IFC_CUST_NUM = :SXI-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'F5748MST - INFORCE CACHE DELETE FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4300-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM T_UIS_REPLY_CACHE
                 WHERE RPC_CUST_NUM = :SXI-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'F5748MST - REPLY CACHE DELETE FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4300-EXIT
           END-IF.

      * THE NAME SEARCH ANSWERS WITH THIS SEGMENT UNTIL F5748PHB
      * REBUILDS THE KEYS.
           EXEC SQL
                UPDATE T_CUST_NAME_KEY
                   SET NMK_SEG_ID   = :SXB-TO-SEG-ID
                 WHERE NMK_CUST_NUM = :SXI-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'F5748MST - NAME KEY UPDATE FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
           END-IF.
           .
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        4400-SETTLE-ITEM                        *
      * MARKS THE ITEM MOVED OR SKIPPED, AND TELLS THE SUBSCRIBERS     *
      * ABOUT A MOVE.                                                  *
      ******************************************************************
       4400-SETTLE-ITEM.

           IF WS-SKIP-REASON = SPACES
               MOVE 'M'                      TO SXI-STATUS
           ELSE
               MOVE 'S'                      TO SXI-STATUS
           END-IF.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_ITEM
                   SET SXI_STATUS      = :SXI-STATUS
                     , SXI_SKIP_REASON = :WS-SKIP-REASON
                     , SXI_SETTLED_TS  = CURRENT TIMESTAMP
                 WHERE SXI_BATCH_ID    = :WS-BATCH-ID
                   AND SXI_CUST_NUM    = :SXI-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - ITEM UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR ' SXI-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4400-EXIT
           END-IF.

           IF SXI-IS-MOVED
               ADD 1                         TO WS-MOVED-COUNT
               PERFORM 4600-NOTIFY-SUBSCRIBERS
                  THRU 4600-EXIT
           ELSE
               ADD 1                         TO WS-SKIPPED-COUNT
           END-IF.
           .
       4400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4500-COMMIT-PROGRESS                      *
      * REFRESHES THE BATCH COUNTS AND COMMITS THE STRETCH JUST        *
      * MOVED, ITEMS AND ALL - THE RESTART POINT.                      *
      ******************************************************************
       4500-COMMIT-PROGRESS.

           PERFORM 4700-REFRESH-COUNTS
              THRU 4700-EXIT.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE ZEROES                       TO WS-UNCOMMITTED-COUNT.

           DISPLAY 'F5748MST - COMMITTED THROUGH ' SXI-CUST-NUM
                   ' - MOVED ' WS-MOVED-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT.
           .
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4600-NOTIFY-SUBSCRIBERS                     *
      * AN SXFR CHANGE EVENT, AS F5748CSL RAISES FOR A FED TRANSFER.   *
      * A DELIVERY PROBLEM DOES NOT UNDO THE MOVE - IT IS ON THE       *
      * DAILY F5748EDR REPORT.                                         *
      ******************************************************************
       4600-NOTIFY-SUBSCRIBERS.

           MOVE WS-BATCH-ID                  TO WS-BATCH-ID-DSP.

           INITIALIZE ENP-CALL-AREA.
           MOVE 'SXFR'                       TO ENP-EVENT-TYPE.
           MOVE SXI-CUST-NUM                 TO ENP-CUST-NUM.
           MOVE SXB-TO-SEG-ID                TO ENP-SEG-ID.
           MOVE SXB-FROM-SEG-ID              TO ENP-OTHER-SEG-ID.
           MOVE SPACES                       TO ENP-ORIGIN-APP-NM.
           MOVE WS-NAME-OF-THIS-MODULE       TO ENP-ORIGIN-PGM.
           STRING WS-NAME-OF-THIS-MODULE     '-'
                  WS-CARD-BATCH-ID           '-'
                  SXI-CUST-NUM
                  DELIMITED BY SIZE INTO ENP-CORRELATION-ID.
           STRING 'PRIOR-SEG='               SXB-FROM-SEG-ID
                  ';BATCH='                  WS-CARD-BATCH-ID
                  ';'
                  DELIMITED BY SIZE INTO ENP-EVENT-DETAIL.

           CALL WS-NOTIFY-PGM USING ENP-CALL-AREA.

           ADD ENP-DELIVERED-CNT             TO WS-NOTIFY-COUNT.
           ADD ENP-FAILED-CNT                TO WS-NOTIFY-FAIL-COUNT.

           IF ENP-RETURN-CODE = 12
               DISPLAY 'F5748MST - TRANSFER EVENT FAILED SQLCODE='
                        ENP-SQLCODE ' FOR ' SXI-CUST-NUM
           END-IF.
           .
       4600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4700-REFRESH-COUNTS                       *
      * COUNTED FROM THE ITEMS, SO A RESTARTED BATCH'S TOTALS TAKE     *
      * IN EVERY EARLIER RUN.                                          *
      ******************************************************************
       4700-REFRESH-COUNTS.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_BATCH
                   SET SXB_MOVED_CNT =
                       (SELECT COUNT(*)
                          FROM T_UIS_SEG_XFER_ITEM
                         WHERE SXI_BATCH_ID = :WS-BATCH-ID
                           AND SXI_STATUS   = 'M')
                     , SXB_SKIPPED_CNT =
                       (SELECT COUNT(*)
                          FROM T_UIS_SEG_XFER_ITEM
                         WHERE SXI_BATCH_ID = :WS-BATCH-ID
                           AND SXI_STATUS   = 'S')
                 WHERE SXB_BATCH_ID = :WS-BATCH-ID
           END-EXEC.
           .
       4700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4800-COMPLETE-BATCH                       *
      * A RETIREMENT ALSO REPORTS WHAT IS STILL LEFT IN THE SEGMENT -  *
      * THE HELD CUSTOMERS, AND ANY ADDED SINCE THE PREVIEW.           *
      ******************************************************************
       4800-COMPLETE-BATCH.

           PERFORM 4700-REFRESH-COUNTS
              THRU 4700-EXIT.

           EXEC SQL
                UPDATE T_UIS_SEG_XFER_BATCH
                   SET SXB_STATUS      = 'C'
                     , SXB_COMPLETE_TS = CURRENT TIMESTAMP
                 WHERE SXB_BATCH_ID    = :WS-BATCH-ID
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY 'F5748MST - BATCH ' WS-CARD-BATCH-ID ' COMPLETE'.

           IF SXB-MODE-IS-RETIRE
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-REMAINING-COUNT
                      FROM T_CUST_DATA
                     WHERE SEG_ID = :SXB-FROM-SEG-ID
               END-EXEC
               MOVE WS-REMAINING-COUNT       TO WS-COUNT-DSP
               IF WS-REMAINING-COUNT = 0
                   DISPLAY 'F5748MST - SEGMENT ' SXB-FROM-SEG-ID
                           ' HAS NO CUSTOMERS LEFT'
               ELSE
                   DISPLAY 'F5748MST - SEGMENT ' SXB-FROM-SEG-ID
                           ' STILL HAS ' WS-COUNT-DSP
                           ' CUSTOMERS - NOT YET RETIRED'
               END-IF
           END-IF.
           .
       4800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4900-REPORT-SKIPPED                       *
      ******************************************************************
       4900-REPORT-SKIPPED.

           EXEC SQL
                OPEN SKP-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MST - SKIP CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               GO TO 4900-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'SKIPPED CUSTOMERS (ALL RUNS OF THE BATCH)'.
           DISPLAY 'CUST-NUM    REASON'.

           MOVE 'N'                          TO WS-EOF-SW.
           MOVE ZEROES                       TO WS-LISTED-COUNT.

           PERFORM 4910-REPORT-ONE-SKIP
              THRU 4910-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SKP-CSR
           END-EXEC.

           IF WS-LISTED-COUNT > 0
            AND RETURN-CODE = 0
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4910-REPORT-ONE-SKIP                      *
      ******************************************************************
       4910-REPORT-ONE-SKIP.

           EXEC SQL
                FETCH SKP-CSR
                 INTO :WS-LN-CUST-NUM
                    , :WS-LN-REASON
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4910-EXIT
           END-IF.

           ADD 1                             TO WS-LISTED-COUNT.

           EVALUATE WS-LN-REASON
               WHEN 'LEGAL'
                   DISPLAY WS-LN-CUST-NUM '  ACTIVE LEGAL HOLD'
               WHEN 'FRAUD'
                   DISPLAY WS-LN-CUST-NUM '  FRAUD HOLD'
               WHEN OTHER
                   DISPLAY WS-LN-CUST-NUM '  NO LONGER IN SEGMENT '
                           SXB-FROM-SEG-ID
           END-EVALUATE.
           .
       4910-EXIT.
           EXIT.

       END PROGRAM F5748MST.
