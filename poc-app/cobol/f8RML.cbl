      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748RML.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748RML:     RETURNED-MAIL LOAD                              *
      *                                                                *
      *  FUNCTION:     MAIL THE POST OFFICE COULD NOT DELIVER COMES    *
      *                BACK TO THE PRINT VENDOR, WHICH SENDS A NIGHTLY *
      *                FILE OF THE RETURNS. THIS JOB READS IT AND, FOR *
      *                EACH RETURN STILL ADDRESSED TO THE CUSTOMER'S   *
      *                CURRENT ADDRESS (SAME FIRST ADDRESS LINE AND    *
      *                FIVE-DIGIT POSTAL CODE AS T_CUST_CONTACT),      *
      *                MARKS THE ADDRESS UNDELIVERABLE WITH THE DATE   *
      *                IT CAME BACK. FROM THEN ON F5748CRN MAILS       *
      *                NOTHING THERE, THE INQUIRY SCREENS SHOW IT, AND *
      *                F5748ADW RAISES A 'RETM' STEWARDSHIP CASE -     *
      *                UNTIL F5748CCS TAKES AN ADDRESS CHANGE AND      *
      *                CLEARS IT.                                      *
      *                                                                *
      *                A RETURN FOR AN ADDRESS ALREADY REPLACED IS     *
      *                STALE AND CHANGES NOTHING; AN ADDRESS ALREADY   *
      *                MARKED KEEPS ITS FIRST RETURN DATE. BOTH ARE    *
      *                COUNTED, AS ARE RETURNS FOR CUSTOMERS WITH NO   *
      *                CONTACT ROW.                                    *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  BUSINESS DATE (YYYY-MM-DD) THE  *
      *                               FEED ENVELOPE MUST CARRY        *
      *                                                                *
      *  INPUT:        RETMAIL - RETURNED-MAIL FILE, WRAPPED IN THE   *
      *                STANDARD FEED ENVELOPE (F5748FEN HEADER FIRST, *
      *                TRAILER LAST; FEED ID RETMAIL, WHICH NEEDS ITS *
      *                T_UIS_FEED_CTL ROW), ONE RECORD PER RETURNED   *
      *                PIECE:                                         *
      *                   COLS 01-10  CUST-NUM                        *
      *                   COLS 11-18  DATE RETURNED (CCYYMMDD)        *
      *                   COLS 19-22  POST OFFICE REASON CODE         *
      *                   COLS 23-62  ADDRESS LINE 1 AS MAILED        *
      *                   COLS 63-72  POSTAL CODE AS MAILED           *
      *                   COLS 73-100 VENDOR REFERENCE                *
      *                                                                *
      *  DB2 TABLES:   T_CUST_CONTACT (READ/UPDATE)                    *
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
           SELECT RETURNED-MAIL-FILE        ASSIGN TO RETMAIL
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RETURNED-MAIL-RECORD.
           05  RM-CUST-NUM                  PIC X(10).
           05  RM-RETURN-DATE               PIC X(08).
           05  RM-REASON-CD                 PIC X(04).
           05  RM-ADDR-LINE-1               PIC X(40).
           05  RM-POSTAL-CD                 PIC X(10).
           05  RM-VENDOR-REF                PIC X(28).
       01  RETURNED-MAIL-RAW                PIC X(100).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RML'.

       01  WS-PARM-CARD.
           05  WS-BUS-DATE                  PIC X(10) VALUE SPACES.

       01  WS-ENVELOPE-PGM                  PIC X(08) VALUE 'F5748FEV'.

       01  WS-HOLD-RECORD                   PIC X(100) VALUE SPACES.
       01  WS-HOLD-PREFIX-NUM               PIC 9(09) VALUE ZEROES.

       01  FEV-ENVELOPE-AREA.
           COPY F5748FEN REPLACING ==:FD:== BY ==FEV==.

       01  WS-WORKING-FIELDS.
           05  WS-RETURN-DATE-ISO           PIC X(10) VALUE SPACES.
           05  WS-DATE-CHECK                PIC X(01) VALUE SPACE.
               88  WS-DATE-IN-FUTURE                  VALUE 'F'.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-FLAGGED-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-ALREADY-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-STALE-COUNT               PIC 9(07) VALUE ZEROES.
           05  WS-UNMATCHED-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-DB2-FAIL-COUNT            PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-ENV-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-ENV-IS-EOF                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL
                INCLUDE F5748CCT
           END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS - ACCEPTANCE/REFUSAL RECORDING
           EXEC SQL
                INCLUDE F5748RUN
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748RML WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1400-VALIDATE-FEED-ENVELOPE
              THRU 1400-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-RETURN
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

           DISPLAY 'F5748RML - RETURNED-MAIL LOAD STARTING'.

           OPEN INPUT RETURNED-MAIL-FILE.

      * CONSUME THE ENVELOPE HEADER - 1400 ALREADY JUDGED IT.
           READ RETURNED-MAIL-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
           END-READ.

           PERFORM 1100-READ-RETURN
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1100-READ-RETURN                         *
      ******************************************************************
       1100-READ-RETURN.

      * THE RECORD AFTER THE LAST DETAIL IS THE ENVELOPE TRAILER.
           READ RETURNED-MAIL-FILE
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

           MOVE 'RETMAIL'                    TO FEV-FEED-ID.
           MOVE WS-BUS-DATE                  TO FEV-EXPECTED-BUS-DATE.

           PERFORM 1650-RECORD-RUN-START
              THRU 1650-EXIT.

           OPEN INPUT RETURNED-MAIL-FILE.

           READ RETURNED-MAIL-FILE INTO RETURNED-MAIL-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE IS EMPTY - NO ENVELOPE'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           MOVE RETURNED-MAIL-RAW(1:25)      TO FEV-HEADER-IMAGE.

           READ RETURNED-MAIL-FILE INTO WS-HOLD-RECORD
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

           CLOSE RETURNED-MAIL-FILE.

           CALL WS-ENVELOPE-PGM USING FEV-ENVELOPE-AREA.

           IF NOT FEV-FEED-ACCEPTED
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           DISPLAY 'F5748RML - ' FEV-MESSAGE.
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

           READ RETURNED-MAIL-FILE INTO RETURNED-MAIL-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           ADD 1                             TO FEV-DETAIL-COUNT.

           IF WS-HOLD-RECORD(1:9) NUMERIC
               MOVE WS-HOLD-RECORD(1:9)      TO WS-HOLD-PREFIX-NUM
               ADD WS-HOLD-PREFIX-NUM        TO FEV-HASH-TOTAL
           END-IF.

           MOVE RETURNED-MAIL-RAW            TO WS-HOLD-RECORD.
           .
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1490-REFUSE-FEED                          *
      ******************************************************************
       1490-REFUSE-FEED.

           DISPLAY 'F5748RML - FEED REFUSED: ' FEV-MESSAGE.

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
               DISPLAY 'F5748RML - RUN-STATUS REGISTRATION FAILED '
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
      *                   2000-PROCESS-ONE-RETURN                      *
      * EDITS THE CURRENT RETURN AND, IF IT IS STILL ADDRESSED TO THE  *
      * CUSTOMER'S CURRENT ADDRESS, MARKS THAT ADDRESS UNDELIVERABLE.  *
      ******************************************************************
       2000-PROCESS-ONE-RETURN.

           PERFORM 2100-EDIT-RETURN
              THRU 2100-EXIT.

           IF WS-DATE-CHECK = 'X'
               ADD 1                        TO WS-REJECT-COUNT
               DISPLAY 'F5748RML - RECORD REJECTED: '
                        RETURNED-MAIL-RECORD
               PERFORM 1100-READ-RETURN
                  THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE RM-CUST-NUM                 TO CCT-CUST-NUM.

           EXEC SQL
                SELECT CCT_ADDR_LINE_1, CCT_POSTAL_CD,
                       CCT_MAIL_UNDELIV_IND
                  INTO :CCT-ADDR-LINE-1, :CCT-POSTAL-CD,
                       :CCT-MAIL-UNDELIV-IND
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CCT-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1                    TO WS-UNMATCHED-COUNT
                   DISPLAY 'F5748RML - NO CONTACT ROW: '
                            RM-CUST-NUM ' ' RM-VENDOR-REF
               WHEN SQLCODE NOT = 0
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748RML - CONTACT READ FAILED SQLCODE='
                            SQLCODE ' FOR ' RM-CUST-NUM
               WHEN CCT-ADDR-LINE-1 NOT = RM-ADDR-LINE-1
                 OR CCT-POSTAL-CD(1:5) NOT = RM-POSTAL-CD(1:5)
                   ADD 1                    TO WS-STALE-COUNT
               WHEN CCT-MAIL-UNDELIVERABLE
                   ADD 1                    TO WS-ALREADY-COUNT
               WHEN OTHER
                   PERFORM 3000-MARK-UNDELIVERABLE
                      THRU 3000-EXIT
           END-EVALUATE.

           PERFORM 1100-READ-RETURN
              THRU 1100-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-EDIT-RETURN                          *
      * THERE MUST BE A CUSTOMER NUMBER AND THE ADDRESS AS MAILED, AND *
      * THE DATE RETURNED MUST BE A REAL DATE NOT IN THE FUTURE. A     *
      * FAILED EDIT LEAVES 'X' IN WS-DATE-CHECK.                       *
      ******************************************************************
       2100-EDIT-RETURN.

           MOVE SPACE                       TO WS-DATE-CHECK.

           IF RM-CUST-NUM = SPACES
              OR RM-ADDR-LINE-1 = SPACES
              OR RM-RETURN-DATE NOT NUMERIC
               MOVE 'X'                     TO WS-DATE-CHECK
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                      TO WS-RETURN-DATE-ISO.
           STRING RM-RETURN-DATE(1:4) '-'
                  RM-RETURN-DATE(5:2) '-'
                  RM-RETURN-DATE(7:2)
                  DELIMITED BY SIZE
                  INTO WS-RETURN-DATE-ISO.

           EXEC SQL
                SET :WS-DATE-CHECK =
                    CASE WHEN DATE(:WS-RETURN-DATE-ISO) > CURRENT DATE
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
      *                   3000-MARK-UNDELIVERABLE                      *
      * THE WHERE CLAUSE REPEATS THE ADDRESS TEST SO AN UPDATE TAKEN   *
      * ONLINE SINCE THE SELECT IS NEVER MARKED BY AN OLD RETURN.      *
      ******************************************************************
       3000-MARK-UNDELIVERABLE.

           EXEC SQL
                UPDATE T_CUST_CONTACT
                   SET CCT_MAIL_UNDELIV_IND = 'Y'
                     , CCT_MAIL_RETURN_DATE =
                           DATE(:WS-RETURN-DATE-ISO)
                 WHERE CCT_CUST_NUM    = :CCT-CUST-NUM
                   AND CCT_ADDR_LINE_1 = :CCT-ADDR-LINE-1
                   AND CCT_POSTAL_CD   = :CCT-POSTAL-CD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-FLAGGED-COUNT
               WHEN 100
                   ADD 1                    TO WS-STALE-COUNT
               WHEN OTHER
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748RML - CONTACT UPDATE FAILED SQLCODE='
                            SQLCODE ' FOR ' RM-CUST-NUM
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-CLOSE-FILES                          *
      ******************************************************************
       8000-CLOSE-FILES.

           CLOSE RETURNED-MAIL-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748RML - RETURNS READ          : ' WS-READ-COUNT.
           DISPLAY 'F5748RML - ADDRESSES MARKED      : '
                    WS-FLAGGED-COUNT.
           DISPLAY 'F5748RML - ALREADY MARKED        : '
                    WS-ALREADY-COUNT.
           DISPLAY 'F5748RML - ADDRESS SINCE CHANGED : '
                    WS-STALE-COUNT.
           DISPLAY 'F5748RML - NO CONTACT ROW        : '
                    WS-UNMATCHED-COUNT.
           DISPLAY 'F5748RML - RECORDS REJECTED      : '
                    WS-REJECT-COUNT.
           DISPLAY 'F5748RML - DB2 FAILURES          : '
                    WS-DB2-FAIL-COUNT.

           IF WS-REJECT-COUNT NOT = ZEROES
              OR WS-DB2-FAIL-COUNT NOT = ZEROES
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748RML.
