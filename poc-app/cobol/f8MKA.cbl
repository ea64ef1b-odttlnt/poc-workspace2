      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748MKA.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748MKA:     MARKETING EXTRACT ACKNOWLEDGEMENT RECONCILE     *
      *                                                                *
      *  FUNCTION:     THE CAMPAIGN VENDOR ANSWERS EACH F5748MKX FILE  *
      *                WITH AN ACKNOWLEDGEMENT FILE - ONE RECORD PER   *
      *                CUSTOMER IT RECEIVED, ACCEPTED OR REJECTED,     *
      *                QUOTING THE RUN TIMESTAMP FROM OUR HEADER.      *
      *                THIS JOB APPLIES EACH RECORD TO THE CUSTOMER'S  *
      *                T_MKTG_EXTRACT_SENT ROW, THEN MARKS EVERY ROW   *
      *                OF THAT RUN THE VENDOR DID NOT MENTION AS       *
      *                MISSING AND STAMPS THE RECONCILED COUNTS ON THE *
      *                T_MKTG_EXTRACT_RUN ROW - SO WHAT WAS SENT, WHEN,*
      *                AND WHAT THE VENDOR SAYS IT RECEIVED CAN BE     *
      *                SHOWN FROM THE TWO TABLES.                      *
      *                                                                *
      *                ONE FILE ACKNOWLEDGES ONE RUN: THE FIRST DETAIL *
      *                NAMES IT, AND A DETAIL FOR ANY OTHER RUN IS     *
      *                REJECTED. AN ACKNOWLEDGEMENT FOR A CUSTOMER THE *
      *                RUN NEVER SENT IS COUNTED UNKNOWN. REJECTED     *
      *                RECORDS, UNKNOWN OR MISSING CUSTOMERS, AND DB2  *
      *                FAILURES ARE RECONCILIATION BREAKS AND END THE  *
      *                JOB RC 8; CUSTOMERS THE VENDOR REJECTED ARE     *
      *                LISTED ON SYSOUT BUT ARE NOT BREAKS.            *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  BUSINESS DATE (YYYY-MM-DD) THE  *
      *                               FEED ENVELOPE MUST CARRY        *
      *                                                                *
      *  INPUT:        MKTGACK - VENDOR ACKNOWLEDGEMENT FILE, WRAPPED *
      *                IN THE STANDARD FEED ENVELOPE (F5748FEN HEADER *
      *                FIRST, TRAILER LAST; FEED ID MKTGACK, WHICH    *
      *                NEEDS ITS T_UIS_FEED_CTL ROW), ONE RECORD PER  *
      *                CUSTOMER:                                      *
      *                   COLS 01-10  CUST-NUM                        *
      *                   COLS 11-36  RUN TIMESTAMP FROM OUR HEADER   *
      *                   COL  37     'A' ACCEPTED / 'R' REJECTED     *
      *                   COLS 38-41  VENDOR REASON CODE              *
      *                   COLS 42-61  VENDOR REFERENCE                *
      *                                                                *
      *  DB2 TABLES:   T_MKTG_EXTRACT_RUN (READ/UPDATE)                *
      *                T_MKTG_EXTRACT_SENT (READ/UPDATE)               *
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
           SELECT ACK-FILE                  ASSIGN TO MKTGACK
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ACK-RECORD.
           05  ACK-CUST-NUM                 PIC X(10).
           05  ACK-RUN-TS                   PIC X(26).
           05  ACK-STATUS                   PIC X(01).
               88  ACK-IS-ACCEPTED                    VALUE 'A'.
               88  ACK-IS-REJECTED                    VALUE 'R'.
           05  ACK-REASON-CD                PIC X(04).
           05  ACK-VENDOR-REF               PIC X(20).
           05  FILLER                       PIC X(39).
       01  ACK-RAW                          PIC X(100).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748MKA'.

       01  WS-PARM-CARD.
           05  WS-BUS-DATE                  PIC X(10) VALUE SPACES.

       01  WS-ENVELOPE-PGM                  PIC X(08) VALUE 'F5748FEV'.

       01  WS-HOLD-RECORD                   PIC X(100) VALUE SPACES.
       01  WS-HOLD-PREFIX-NUM               PIC 9(09) VALUE ZEROES.

       01  FEV-ENVELOPE-AREA.
           COPY F5748FEN REPLACING ==:FD:== BY ==FEV==.

       01  WS-WORKING-FIELDS.
           05  WS-ACK-RUN-TS                PIC X(26) VALUE SPACES.
           05  WS-EDIT-SW                   PIC X(01) VALUE SPACE.
               88  WS-RECORD-IS-BAD                   VALUE 'X'.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-ACCEPTED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-VND-REJECTED-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-UNKNOWN-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-MISSING-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-DB2-FAIL-COUNT            PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-ENV-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-ENV-IS-EOF                      VALUE 'Y'.
           05  WS-RUN-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-IS-FOUND                    VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_MKTG_EXTRACT_RUN
           EXEC SQL
                INCLUDE F5748MXR
           END-EXEC.

      * DCLGEN FOR T_MKTG_EXTRACT_SENT
           EXEC SQL
                INCLUDE F5748MXS
           END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS - ACCEPTANCE/REFUSAL RECORDING
           EXEC SQL
                INCLUDE F5748RUN
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748MKA WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1400-VALIDATE-FEED-ENVELOPE
              THRU 1400-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-ACK
              THRU 2000-EXIT
              UNTIL WS-IS-EOF.

           PERFORM 8000-CLOSE-FILES
              THRU 8000-EXIT.

           IF WS-RUN-IS-FOUND
               PERFORM 5000-CLOSE-OUT-RUN
                  THRU 5000-EXIT
           END-IF.

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

           DISPLAY 'F5748MKA - MARKETING ACKNOWLEDGEMENT STARTING'.

           OPEN INPUT ACK-FILE.

      * CONSUME THE ENVELOPE HEADER - 1400 ALREADY JUDGED IT.
           READ ACK-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
           END-READ.

           PERFORM 1100-READ-ACK
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1100-READ-ACK                           *
      ******************************************************************
       1100-READ-ACK.

      * THE RECORD AFTER THE LAST DETAIL IS THE ENVELOPE TRAILER.
           READ ACK-FILE
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
      * REJECTED ROW ON T_UIS_RUN_STATUS.                              *
      ******************************************************************
       1400-VALIDATE-FEED-ENVELOPE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           INITIALIZE FEV-ENVELOPE-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE 'MKTGACK'                    TO FEV-FEED-ID.
           MOVE WS-BUS-DATE                  TO FEV-EXPECTED-BUS-DATE.

           PERFORM 1650-RECORD-RUN-START
              THRU 1650-EXIT.

           OPEN INPUT ACK-FILE.

           READ ACK-FILE INTO ACK-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE IS EMPTY - NO ENVELOPE'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           MOVE ACK-RAW(1:25)                TO FEV-HEADER-IMAGE.

           READ ACK-FILE INTO WS-HOLD-RECORD
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

           CLOSE ACK-FILE.

           CALL WS-ENVELOPE-PGM USING FEV-ENVELOPE-AREA.

           IF NOT FEV-FEED-ACCEPTED
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           DISPLAY 'F5748MKA - ' FEV-MESSAGE.
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

           READ ACK-FILE INTO ACK-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           ADD 1                             TO FEV-DETAIL-COUNT.

           IF WS-HOLD-RECORD(1:9) NUMERIC
               MOVE WS-HOLD-RECORD(1:9)      TO WS-HOLD-PREFIX-NUM
               ADD WS-HOLD-PREFIX-NUM        TO FEV-HASH-TOTAL
           END-IF.

           MOVE ACK-RAW                      TO WS-HOLD-RECORD.
           .
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1490-REFUSE-FEED                          *
      ******************************************************************
       1490-REFUSE-FEED.

           DISPLAY 'F5748MKA - FEED REFUSED: ' FEV-MESSAGE.

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
               DISPLAY 'F5748MKA - RUN-STATUS REGISTRATION FAILED '
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
      *                    2000-PROCESS-ONE-ACK                        *
      ******************************************************************
       2000-PROCESS-ONE-ACK.

           PERFORM 2100-EDIT-ACK
              THRU 2100-EXIT.

           IF WS-RECORD-IS-BAD
               ADD 1                        TO WS-REJECT-COUNT
               DISPLAY 'F5748MKA - RECORD REJECTED: ' ACK-RECORD
               PERFORM 1100-READ-ACK
                  THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-ACK-RUN-TS = SPACES
               PERFORM 2200-LOCATE-RUN
                  THRU 2200-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN ACK-RUN-TS NOT = WS-ACK-RUN-TS
                   ADD 1                    TO WS-REJECT-COUNT
                   DISPLAY 'F5748MKA - RECORD FOR ANOTHER RUN: '
                            ACK-RECORD
               WHEN NOT WS-RUN-IS-FOUND
                   ADD 1                    TO WS-UNKNOWN-COUNT
               WHEN OTHER
                   PERFORM 3000-APPLY-ACK
                      THRU 3000-EXIT
           END-EVALUATE.

           PERFORM 1100-READ-ACK
              THRU 1100-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-EDIT-ACK                            *
      * THERE MUST BE A CUSTOMER NUMBER AND A RUN TIMESTAMP, AND THE   *
      * STATUS MUST BE ACCEPTED OR REJECTED.                           *
      ******************************************************************
       2100-EDIT-ACK.

           MOVE SPACE                       TO WS-EDIT-SW.

           IF ACK-CUST-NUM = SPACES
              OR ACK-RUN-TS = SPACES
              OR NOT (ACK-IS-ACCEPTED OR ACK-IS-REJECTED)
               MOVE 'X'                     TO WS-EDIT-SW
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2200-LOCATE-RUN                           *
      * THE FIRST GOOD DETAIL NAMES THE RUN THE FILE ACKNOWLEDGES. A   *
      * RUN WE HAVE NO RECORD OF LEAVES EVERY DETAIL UNKNOWN.          *
      ******************************************************************
       2200-LOCATE-RUN.

           MOVE ACK-RUN-TS                  TO WS-ACK-RUN-TS
                                               MXR-RUN-TS.

           EXEC SQL
                SELECT MXR_CAMPAIGN_ID, MXR_STATUS
                  INTO :MXR-CAMPAIGN-ID, :MXR-STATUS
                  FROM T_MKTG_EXTRACT_RUN
                 WHERE MXR_RUN_TS = :MXR-RUN-TS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-RUN-IS-FOUND      TO TRUE
                   DISPLAY 'F5748MKA - ACKNOWLEDGING RUN ' MXR-RUN-TS
                           ' CAMPAIGN ' MXR-CAMPAIGN-ID
                   IF MXR-RUN-HAS-FAILED
                       DISPLAY 'F5748MKA - WARNING: THAT RUN FAILED '
                               'AND ITS FILE SHOULD NOT HAVE BEEN SENT'
                   END-IF
               WHEN SQLCODE = 100
                   DISPLAY 'F5748MKA - NO EXTRACT RUN ' ACK-RUN-TS
                           ' - ALL DETAILS UNKNOWN'
               WHEN OTHER
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748MKA - RUN READ FAILED SQLCODE='
                            SQLCODE ' - ALL DETAILS UNKNOWN'
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-APPLY-ACK                           *
      * A LATER FILE FOR THE SAME RUN MAY RE-ACKNOWLEDGE A CUSTOMER -  *
      * THE LATEST WORD FROM THE VENDOR STANDS.                        *
      ******************************************************************
       3000-APPLY-ACK.

           MOVE ACK-CUST-NUM                TO MXS-CUST-NUM.
           MOVE ACK-STATUS                  TO MXS-ACK-STATUS.
           MOVE ACK-REASON-CD               TO MXS-ACK-REASON.
           MOVE ACK-VENDOR-REF              TO MXS-VENDOR-REF.

           EXEC SQL
                UPDATE T_MKTG_EXTRACT_SENT
                   SET MXS_ACK_STATUS = :MXS-ACK-STATUS
                     , MXS_ACK_REASON = :MXS-ACK-REASON
                     , MXS_VENDOR_REF = :MXS-VENDOR-REF
                     , MXS_ACK_TS     = CURRENT TIMESTAMP
                 WHERE MXS_RUN_TS     = :WS-ACK-RUN-TS
                   AND MXS_CUST_NUM   = :MXS-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1                    TO WS-UNKNOWN-COUNT
                   DISPLAY 'F5748MKA - NOT SENT IN THIS RUN: '
                            ACK-CUST-NUM ' ' ACK-VENDOR-REF
               WHEN SQLCODE NOT = 0
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748MKA - SENT ROW UPDATE FAILED SQLCODE='
                            SQLCODE ' FOR ' ACK-CUST-NUM
               WHEN ACK-IS-ACCEPTED
                   ADD 1                    TO WS-ACCEPTED-COUNT
               WHEN OTHER
                   ADD 1                    TO WS-VND-REJECTED-COUNT
                   DISPLAY '  VENDOR REJECTED ' ACK-REASON-CD
                           ' CUST=' ACK-CUST-NUM
                           ' REF=' ACK-VENDOR-REF
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-CLOSE-OUT-RUN                          *
      * WHAT WE SENT AND THE VENDOR NEVER MENTIONED IS MARKED MISSING; *
      * THE RUN ROW THEN GETS THE COUNTS AS THEY NOW STAND ACROSS THE  *
      * WHOLE RUN, SO A SECOND FILE FOR IT GIVES THE RIGHT TOTALS.     *
      ******************************************************************
       5000-CLOSE-OUT-RUN.

           EXEC SQL
                UPDATE T_MKTG_EXTRACT_SENT
                   SET MXS_ACK_STATUS = 'M'
                 WHERE MXS_RUN_TS     = :WS-ACK-RUN-TS
                   AND MXS_ACK_STATUS = ' '
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)          TO WS-MISSING-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748MKA - MISSING UPDATE FAILED SQLCODE='
                            SQLCODE
                   GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT SUM(CASE WHEN MXS_ACK_STATUS = 'A'
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN MXS_ACK_STATUS = 'R'
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN MXS_ACK_STATUS = 'M'
                                THEN 1 ELSE 0 END)
                  INTO :MXR-ACK-ACCEPTED-CNT
                     , :MXR-ACK-REJECTED-CNT
                     , :MXR-ACK-MISSING-CNT
                  FROM T_MKTG_EXTRACT_SENT
                 WHERE MXS_RUN_TS = :WS-ACK-RUN-TS
                HAVING COUNT(*) > 0
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO                TO MXR-ACK-ACCEPTED-CNT
                                               MXR-ACK-REJECTED-CNT
                                               MXR-ACK-MISSING-CNT
               WHEN OTHER
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748MKA - ACK COUNT FAILED SQLCODE='
                            SQLCODE
                   GO TO 5000-EXIT
           END-EVALUATE.

           MOVE WS-UNKNOWN-COUNT            TO MXR-ACK-UNKNOWN-CNT.

           EXEC SQL
                UPDATE T_MKTG_EXTRACT_RUN
                   SET MXR_STATUS           = 'K'
                     , MXR_ACK_TS           = CURRENT TIMESTAMP
                     , MXR_ACK_ACCEPTED_CNT = :MXR-ACK-ACCEPTED-CNT
                     , MXR_ACK_REJECTED_CNT = :MXR-ACK-REJECTED-CNT
                     , MXR_ACK_MISSING_CNT  = :MXR-ACK-MISSING-CNT
                     , MXR_ACK_UNKNOWN_CNT  = :MXR-ACK-UNKNOWN-CNT
                 WHERE MXR_RUN_TS           = :WS-ACK-RUN-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                        TO WS-DB2-FAIL-COUNT
               DISPLAY 'F5748MKA - RUN ROW UPDATE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-CLOSE-FILES                          *
      ******************************************************************
       8000-CLOSE-FILES.

           CLOSE ACK-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748MKA - EXTRACT RUN           : ' WS-ACK-RUN-TS.
           DISPLAY 'F5748MKA - ACKNOWLEDGEMENTS READ : ' WS-READ-COUNT.
           DISPLAY 'F5748MKA - ACCEPTED BY VENDOR    : '
                    WS-ACCEPTED-COUNT.
           DISPLAY 'F5748MKA - REJECTED BY VENDOR    : '
                    WS-VND-REJECTED-COUNT.
           DISPLAY 'F5748MKA - NOT SENT BY US        : '
                    WS-UNKNOWN-COUNT.
           DISPLAY 'F5748MKA - SENT, NOT ACKNOWLEDGED: '
                    WS-MISSING-COUNT.
           DISPLAY 'F5748MKA - RECORDS REJECTED      : '
                    WS-REJECT-COUNT.
           DISPLAY 'F5748MKA - DB2 FAILURES          : '
                    WS-DB2-FAIL-COUNT.

           IF WS-REJECT-COUNT NOT = ZEROES
              OR WS-UNKNOWN-COUNT NOT = ZEROES
              OR WS-MISSING-COUNT NOT = ZEROES
              OR WS-DB2-FAIL-COUNT NOT = ZEROES
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748MKA.
