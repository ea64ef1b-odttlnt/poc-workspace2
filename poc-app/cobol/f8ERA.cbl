      *                  AND THE LOGGED PAYLOAD), SO F5748EOD CONTROL  *
      *                  TOTALS STILL COUNT THE ROWS BUT NOTHING TIES  *
      *                  THEM TO A PERSON.                             *
      *                - DELETES THE CUSTOMER'S T_UIS_PII_VAULT ROWS,  *
      *                  SO NO TOKEN LEFT IN ANY OTHER COPY OF A       *
      *                  LOGGED PAYLOAD CAN BE REVERSED.               *
      *                - DELETES THE CUSTOMER'S T_CUST_AUTH_REP        *
      *                  (AUTHORIZED REPRESENTATIVE) ROWS, ENDED ONES  *
      *                  INCLUDED.                                     *
      *                - DELETES THE CUSTOMER'S T_CUST_NOTE (SERVICE   *
      *                  NOTE) ROWS, FOLLOW-UPS STILL PENDING          *
      *                  INCLUDED.                                     *
      *                - WRITES A TAMPER-EVIDENT T_UIS_ERASURE_LOG     *
      *                  ROW (PER-TABLE COUNTS PLUS A RECOMPUTABLE     *
      *                  CHECK TOTAL) AND PRINTS A COMPLETION          *
      *                  CERTIFICATE FOR THE LEGAL FILE.               *
      *                                                                *
      *                WITH 'RETCAND' ON THE CARD THE CUSTOMERS COME   *
      *                INSTEAD FROM A F5748RTS RETENTION CANDIDATE     *
      *                FILE THE PRIVACY OFFICE HAS REVIEWED, UNDER THE *
      *                ONE AUTHORITY ON THE CARD. THE WHOLE FILE IS    *
      *                CHECKED FIRST - HEADER FEED ID, TRAILER COUNT,  *
      *                DECISION CODES, AND A COMPLETE SWEEP RUN ON     *
      *                T_UIS_RETENTION_RUN WITH THE SAME CANDIDATE     *
      *                COUNT - AND REFUSED WHOLE IF ANY OF IT FAILS.   *
      *                THEN FOR EACH DETAIL:                           *
      *                                                                *
      *                - 'E' ERASES THE CUSTOMER AS ABOVE, ONE         *
      *                  CERTIFICATE AND ONE COMMIT EACH, PROVIDED IT  *
      *                  STILL HAS A PENDING T_UIS_RETENTION_CAND ROW  *
      *                  FOR THE RUN. A CUSTOMER PUT UNDER LEGAL HOLD, *
      *                  NAMED ON AN OPEN STEWARDSHIP CASE, OR ACTIVE  *
      *                  AGAIN (LOG, HISTORY, ONBOARDING, OR A         *
      *                  HOUSEHOLD IN A LATER SNAPSHOT) SINCE THE      *
      *                  SWEEP IS SKIPPED INSTEAD. A CUSTOMER WHOSE    *
      *                  ERASURE FAILS IS ROLLED BACK AND LEFT PENDING.*
      *                - 'K' RECORDS THE CUSTOMER AS KEPT.             *
      *                - ' ' (NOT REVIEWED) LEAVES IT PENDING.         *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - CUSTOMER NUMBER     (01-10)          *
      *                           AUTHORITY REFERENCE (12-31)          *
      *                           AUTHORIZING USERID  (33-40)          *
      *                           LITERAL 'CONFIRM'   (42-48)          *
      *                           LITERAL 'RETCAND'   (50-56) - TAKE   *
      *                           THE CUSTOMERS FROM RETCAND; THE      *
      *                           CUSTOMER NUMBER IS THEN LEFT BLANK   *
      *                                                                *
      *  INPUT:        RETCAND - REVIEWED RETENTION CANDIDATE FILE     *
      *                (200 BYTE, SEE F5748RCF), RETCAND MODE ONLY.    *
      *                                                                *
      *  OUTPUT:       ERSCERT - COMPLETION CERTIFICATE (132 BYTE).    *
      *                                                                *
      *                T_CUST_MERGE_XREF (UPDATE),                     *
      *                T_UIS_TRANSACTION_LOG (UPDATE),                 *
      *                T_UIS_TRANSACTION_LOG_ARCH (UPDATE),            *
      *                T_UIS_PII_VAULT (DELETE),                       *
      *                T_CUST_AUTH_REP (DELETE),                       *
      *                T_CUST_NOTE (DELETE),                           *
      *                T_UIS_ERASURE_LOG (INSERT)                      *
      *                RETCAND MODE ALSO: T_UIS_RETENTION_RUN (READ),  *
      *                T_UIS_RETENTION_CAND (READ/UPDATE),             *
      *                T_UIS_STEWARD_CASE (READ),                      *
      *                T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  THE CUSTOMER'S PII TOKEN VAULT ROWS ARE     *
      *                    DELETED AND COUNTED ON THE CERTIFICATE      *
      *  2026-10-15 UISAD  AUTHORIZED REPRESENTATIVE ROWS DELETED AND  *
      *                    COUNTED ON THE CERTIFICATE                  *
      *  2026-10-15 UISAD  CUSTOMER SERVICE NOTE ROWS DELETED AND      *
      *                    COUNTED ON THE CERTIFICATE                  *
      *  2026-10-15 UISAD  RETCAND MODE - ERASES THE DISPOSALS PRIVACY *
      *                    APPROVED ON A F5748RTS CANDIDATE FILE       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ERASURE-CERT-FILE         ASSIGN TO ERSCERT
                                             ORGANIZATION IS SEQUENTIAL.
           SELECT CANDIDATE-FILE            ASSIGN TO RETCAND
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-CAND-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ERASURE-CERT-RECORD              PIC X(132).
       FD  CANDIDATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CANDIDATE-FILE-RECORD            PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ERA'.
           05  WS-ERASED-MARKER             PIC X(10) VALUE
                                            '**ERASED**'.
           05  WS-CAND-FEED-ID              PIC X(08) VALUE 'UISRETN '.

       01  WS-PARM-CARD.
           05  WS-SUBJECT-CUST-NUM          PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CONFIRM-WORD              PIC X(07) VALUE SPACES.
               88  WS-RUN-IS-CONFIRMED                VALUE 'CONFIRM'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-INPUT-MODE                PIC X(07) VALUE SPACES.
               88  WS-RETCAND-MODE                    VALUE 'RETCAND'.

       01  RCF-CAND-RECORD.
           COPY F5748RCF REPLACING ==:FD:== BY ==RCF==.

       01  WS-WORKING-FIELDS.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
           05  WS-ERROR-COUNT               PIC 9(03) VALUE ZEROES.
           05  WS-SWEEP-RUN-TS              PIC X(26) VALUE SPACES.
           05  WS-SKIP-RSN                  PIC X(04) VALUE SPACES.
           05  WS-FILE-REJECT-RSN           PIC X(50) VALUE SPACES.
           05  WS-TRAILER-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-RUN-CAND-COUNT            PIC 9(09) VALUE ZEROES.
           05  WS-FILE-DETAIL-COUNT         PIC 9(09) VALUE ZEROES.

      * RETCAND MODE COUNTS, BY CUSTOMER.
       01  WS-CAND-COUNTER-AREA.
           05  WS-CAND-READ-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-CAND-ERASED-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-CAND-KEPT-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-CAND-SKIPPED-COUNT        PIC 9(09) VALUE ZEROES.
           05  WS-CAND-PENDING-COUNT        PIC 9(09) VALUE ZEROES.
           05  WS-CAND-DONE-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-CAND-REJECT-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-CAND-FAILED-COUNT         PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-CAND-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF-CANDIDATES                  VALUE 'Y'.
           05  WS-CAND-FILE-SW              PIC X(01) VALUE 'N'.
               88  WS-CAND-FILE-REFUSED               VALUE 'Y'.
           05  WS-TRAILER-SW                PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                    VALUE 'Y'.
           05  WS-CAND-ROW-SW               PIC X(01) VALUE 'N'.
               88  WS-CAND-ROW-FOUND                  VALUE 'Y'.
           05  WS-STEP-SW                   PIC X(01) VALUE 'N'.
               88  WS-STEP-FAILED                     VALUE 'Y'.
           05  WS-CAND-STATUS               PIC X(02) VALUE SPACES.
               88  WS-CAND-OK                         VALUE '00'.
               88  WS-CAND-AT-END                     VALUE '10'.

       01  WS-COUNTER-AREA.
           05  WS-CUST-ROWS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ARCH-ROWS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-VAULT-ROWS                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-AREP-ROWS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NOTE-ROWS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CHECK-TOTAL               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

           05  WS-MRX-ROWS-DSP              PIC 9(09) VALUE ZEROES.
           05  WS-LOG-ROWS-DSP              PIC 9(09) VALUE ZEROES.
           05  WS-ARCH-ROWS-DSP             PIC 9(09) VALUE ZEROES.
           05  WS-VAULT-ROWS-DSP            PIC 9(09) VALUE ZEROES.
           05  WS-AREP-ROWS-DSP             PIC 9(09) VALUE ZEROES.
           05  WS-NOTE-ROWS-DSP             PIC 9(09) VALUE ZEROES.
           05  WS-CHECK-TOTAL-DSP           PIC 9(09) VALUE ZEROES.

      ******************************************************************
      * DCLGEN FOR T_UIS_ERASURE_LOG
           EXEC SQL INCLUDE F5748ERS     END-EXEC.

      * DCLGEN FOR T_UIS_RETENTION_RUN
           EXEC SQL INCLUDE F5748RTR     END-EXEC.

      * DCLGEN FOR T_UIS_RETENTION_CAND
           EXEC SQL INCLUDE F5748RTC     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ERA WORKING STORAGE ENDS'.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-RETCAND-MODE
               PERFORM 5000-PROCESS-CANDIDATE-FILE
                  THRU 5000-EXIT
               CLOSE ERASURE-CERT-FILE
               PERFORM 5900-REPORT-CAND-SUMMARY
                  THRU 5900-EXIT
               GOBACK
           END-IF.

           PERFORM 1500-CHECK-LEGAL-HOLD
              THRU 1500-EXIT.

           PERFORM 2600-SCRUB-ARCH-LOG
              THRU 2600-EXIT.

           PERFORM 2700-ERASE-PII-VAULT
              THRU 2700-EXIT.

           PERFORM 2800-ERASE-AUTH-REP
              THRU 2800-EXIT.

           PERFORM 2900-ERASE-NOTES
              THRU 2900-EXIT.

           PERFORM 3000-WRITE-ERASURE-RECORD
              THRU 3000-EXIT.

           PERFORM 4000-WRITE-CERTIFICATE
              THRU 4000-EXIT.

           CLOSE ERASURE-CERT-FILE.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.


           ACCEPT WS-PARM-CARD               FROM SYSIN.

      * IN RETCAND MODE THE FILE NAMES THE CUSTOMERS - A NUMBER ON THE
      * CARD AS WELL WOULD LEAVE IT UNCLEAR WHICH WAS MEANT.
           IF WS-RETCAND-MODE
            AND (WS-SUBJECT-CUST-NUM NOT = SPACES
                 OR WS-AUTH-REF = SPACES
                 OR WS-AUTH-USERID = SPACES)
               DISPLAY 'F5748ERA - RETCAND MODE TAKES AN AUTHORITY '
                       'REFERENCE AND AUTHORIZING USERID, AND NO '
                       'CUSTOMER NUMBER'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT WS-RETCAND-MODE
            AND (WS-SUBJECT-CUST-NUM = SPACES
                 OR WS-AUTH-REF = SPACES
                 OR WS-AUTH-USERID = SPACES)
               DISPLAY 'F5748ERA - CUSTOMER NUMBER, AUTHORITY '
                       'REFERENCE, AND AUTHORIZING USERID ARE ALL '
                       'REQUIRED'
                SET :WS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.

           IF WS-RETCAND-MODE
               DISPLAY 'F5748ERA - RETENTION CANDIDATE ERASURE '
                        'STARTING AUTHORITY ' WS-AUTH-REF
                        ' BY ' WS-AUTH-USERID
           ELSE
               DISPLAY 'F5748ERA - ERASURE STARTING FOR CUSTOMER '
                        WS-SUBJECT-CUST-NUM
                        ' AUTHORITY ' WS-AUTH-REF
                        ' BY ' WS-AUTH-USERID
           END-IF.

           OPEN OUTPUT ERASURE-CERT-FILE.
           .
           EXIT.
      *
      ******************************************************************
      *                     2700-ERASE-PII-VAULT                       *
      * THE TOKENS IN THE SCRUBBED PAYLOADS ARE GONE ALREADY, BUT AN   *
      * OFFLOADED OR RESTORED COPY OF A PAYLOAD STILL CARRIES THEM -   *
      * WITH THE VAULT ROWS DELETED NONE OF THEM CAN BE REVERSED. THE  *
      * COUNT IS ON THE CERTIFICATE; T_UIS_ERASURE_LOG'S COLUMNS AND   *
      * CHECK TOTAL ARE UNCHANGED.                                     *
      ******************************************************************
       2700-ERASE-PII-VAULT.

           EXEC SQL
                DELETE FROM T_UIS_PII_VAULT
                 WHERE PVT_CUST_NUM = :WS-SUBJECT-CUST-NUM
           END-EXEC.

           PERFORM 8000-CAPTURE-ROW-COUNT
              THRU 8000-EXIT.
           MOVE ERS-CUST-ROWS                TO WS-VAULT-ROWS.
           .
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2800-ERASE-AUTH-REP                        *
      * THE REPRESENTATIVE REGISTRY NAMES THE CUSTOMER'S ATTORNEYS,    *
      * GUARDIANS, AND THE LIKE - NOTHING TO KEEP ONCE THE CUSTOMER    *
      * IS GONE. COUNTED ON THE CERTIFICATE LIKE THE VAULT ROWS;       *
      * T_UIS_ERASURE_LOG'S COLUMNS AND CHECK TOTAL ARE UNCHANGED.     *
      ******************************************************************
       2800-ERASE-AUTH-REP.

           EXEC SQL
                DELETE FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM = :WS-SUBJECT-CUST-NUM
           END-EXEC.

           PERFORM 8000-CAPTURE-ROW-COUNT
              THRU 8000-EXIT.
           MOVE ERS-CUST-ROWS                TO WS-AREP-ROWS.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2900-ERASE-NOTES                          *
      * THE AGENTS' SERVICE NOTES ABOUT THE CUSTOMER'S CALLS. A        *
      * FOLLOW-UP STILL PENDING GOES WITH THEM - THERE IS NO ONE LEFT  *
      * TO CALL BACK. COUNTED ON THE CERTIFICATE LIKE THE VAULT ROWS;  *
      * T_UIS_ERASURE_LOG'S COLUMNS AND CHECK TOTAL ARE UNCHANGED.     *
      ******************************************************************
       2900-ERASE-NOTES.

           EXEC SQL
                DELETE FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :WS-SUBJECT-CUST-NUM
           END-EXEC.

           PERFORM 8000-CAPTURE-ROW-COUNT
              THRU 8000-EXIT.
           MOVE ERS-CUST-ROWS                TO WS-NOTE-ROWS.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3000-WRITE-ERASURE-RECORD                     *
      * THE CHECK TOTAL IS A WEIGHTED SUM OF THE COUNT COLUMNS - A     *
      * ROW WHOSE STORED TOTAL NO LONGER RECOMPUTES HAS BEEN ALTERED.  *
           MOVE WS-MRX-ROWS                  TO WS-MRX-ROWS-DSP.
           MOVE WS-LOG-ROWS                  TO WS-LOG-ROWS-DSP.
           MOVE WS-ARCH-ROWS                 TO WS-ARCH-ROWS-DSP.
           MOVE WS-VAULT-ROWS                TO WS-VAULT-ROWS-DSP.
           MOVE WS-AREP-ROWS                 TO WS-AREP-ROWS-DSP.
           MOVE WS-NOTE-ROWS                 TO WS-NOTE-ROWS-DSP.
           MOVE WS-CHECK-TOTAL               TO WS-CHECK-TOTAL-DSP.

           MOVE ALL '='                      TO WS-PRINT-LINE.
                  ' MRX='  WS-MRX-ROWS-DSP
                  ' LOG='  WS-LOG-ROWS-DSP
                  ' ARCH=' WS-ARCH-ROWS-DSP
                  ' VAULT=' WS-VAULT-ROWS-DSP
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE ERASURE-CERT-RECORD         FROM WS-PRINT-LINE.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING 'ROWS: AUTH REP=' WS-AREP-ROWS-DSP
                  '  SERVICE NOTES=' WS-NOTE-ROWS-DSP
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE ERASURE-CERT-RECORD         FROM WS-PRINT-LINE.


           MOVE ALL '='                      TO WS-PRINT-LINE.
           WRITE ERASURE-CERT-RECORD         FROM WS-PRINT-LINE.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5000-PROCESS-CANDIDATE-FILE                    *
      * RETCAND MODE. THE FILE IS CHECKED WHOLE BEFORE ANY CUSTOMER IS *
      * TOUCHED, THEN READ AGAIN AND EACH DECISION CARRIED OUT.        *
      ******************************************************************
       5000-PROCESS-CANDIDATE-FILE.

           PERFORM 5100-CHECK-CANDIDATE-FILE
              THRU 5100-EXIT.

           IF WS-CAND-FILE-REFUSED
               DISPLAY 'F5748ERA - RETCAND REFUSED: '
                        WS-FILE-REJECT-RSN
               DISPLAY 'F5748ERA - NOTHING ERASED'
               GO TO 5000-EXIT
           END-IF.

           DISPLAY 'F5748ERA - RETCAND FROM SWEEP RUN '
                    WS-SWEEP-RUN-TS ' - ' WS-FILE-DETAIL-COUNT
                   ' CANDIDATE(S)'.

           OPEN INPUT CANDIDATE-FILE.
           MOVE 'N'                          TO WS-CAND-EOF-SW.

      * THE HEADER WAS CHECKED ON THE FIRST PASS.
           PERFORM 5050-READ-CANDIDATE
              THRU 5050-EXIT.

           PERFORM 5200-PROCESS-ONE-CANDIDATE
              THRU 5200-EXIT
              UNTIL WS-EOF-CANDIDATES.

           CLOSE CANDIDATE-FILE.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5050-READ-CANDIDATE                         *
      ******************************************************************
       5050-READ-CANDIDATE.

           READ CANDIDATE-FILE               INTO RCF-CAND-RECORD.

           IF WS-CAND-AT-END
               SET WS-EOF-CANDIDATES         TO TRUE
               GO TO 5050-EXIT
           END-IF.

           IF NOT WS-CAND-OK
               DISPLAY 'F5748ERA - RETCAND READ FAILED STATUS='
                        WS-CAND-STATUS
               MOVE 'RETCAND CANNOT BE READ'  TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               SET WS-EOF-CANDIDATES         TO TRUE
           END-IF.
           .
       5050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5100-CHECK-CANDIDATE-FILE                      *
      * A FILE THAT IS NOT EXACTLY WHAT A COMPLETE F5748RTS RUN WROTE, *
      * WITH ONLY THE DECISIONS FILLED IN, IS REFUSED WHOLE.           *
      ******************************************************************
       5100-CHECK-CANDIDATE-FILE.

           OPEN INPUT CANDIDATE-FILE.

           IF NOT WS-CAND-OK
               MOVE 'RETCAND CANNOT BE OPENED' TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           PERFORM 5050-READ-CANDIDATE
              THRU 5050-EXIT.

           IF WS-CAND-FILE-REFUSED
               CLOSE CANDIDATE-FILE
               GO TO 5100-EXIT
           END-IF.

           IF WS-EOF-CANDIDATES
            OR NOT RCF-IS-HEADER
            OR RCF-HDR-FEED-ID NOT = WS-CAND-FEED-ID
               MOVE 'NO UISRETN HEADER RECORD' TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               CLOSE CANDIDATE-FILE
               GO TO 5100-EXIT
           END-IF.

           MOVE RCF-HDR-RUN-TS               TO WS-SWEEP-RUN-TS.

           PERFORM 5110-CHECK-ONE-RECORD
              THRU 5110-EXIT
              UNTIL WS-EOF-CANDIDATES.

           CLOSE CANDIDATE-FILE.

           IF WS-CAND-FILE-REFUSED
               GO TO 5100-EXIT
           END-IF.

           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD'       TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           IF WS-TRAILER-COUNT NOT = WS-FILE-DETAIL-COUNT
               MOVE 'TRAILER COUNT DOES NOT MATCH THE DETAILS'
                                             TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           EXEC SQL
                SELECT RTR_STATUS
                     , RTR_CANDIDATE_CNT
                     , CHAR(RTR_SNAP_DATE, ISO)
                  INTO :RTR-STATUS
                     , :RTR-CANDIDATE-CNT
                     , :RTR-SNAP-DATE
                  FROM T_UIS_RETENTION_RUN
                 WHERE RTR_RUN_TS = :WS-SWEEP-RUN-TS
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'NO SWEEP RUN FOR THE HEADER TIMESTAMP'
                                             TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ERA - SWEEP RUN READ FAILED SQLCODE='
                        SQLCODE
               MOVE 'SWEEP RUN CANNOT BE READ' TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           IF NOT RTR-RUN-IS-COMPLETE
               MOVE 'THE SWEEP RUN DID NOT COMPLETE'
                                             TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               GO TO 5100-EXIT
           END-IF.

           MOVE RTR-CANDIDATE-CNT            TO WS-RUN-CAND-COUNT.

           IF WS-RUN-CAND-COUNT NOT = WS-FILE-DETAIL-COUNT
               MOVE 'DETAIL COUNT DIFFERS FROM THE SWEEP RUN'
                                             TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
           END-IF.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5110-CHECK-ONE-RECORD                        *
      ******************************************************************
       5110-CHECK-ONE-RECORD.

           PERFORM 5050-READ-CANDIDATE
              THRU 5050-EXIT.

           IF WS-EOF-CANDIDATES
               GO TO 5110-EXIT
           END-IF.

           IF WS-TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-FILE-REJECT-RSN
               SET WS-CAND-FILE-REFUSED      TO TRUE
               SET WS-EOF-CANDIDATES         TO TRUE
               GO TO 5110-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RCF-IS-DETAIL
                   ADD 1                     TO WS-FILE-DETAIL-COUNT
                   IF NOT RCF-DISPOSAL-APPROVED
                    AND NOT RCF-KEEP-CUSTOMER
                    AND NOT RCF-NOT-REVIEWED
                       MOVE SPACES           TO WS-FILE-REJECT-RSN
                       STRING 'DECISION NOT E, K, OR BLANK FOR '
                              RCF-CUST-NUM
                              DELIMITED BY SIZE
                              INTO WS-FILE-REJECT-RSN
                       SET WS-CAND-FILE-REFUSED TO TRUE
                       SET WS-EOF-CANDIDATES TO TRUE
                   END-IF
               WHEN RCF-IS-TRAILER
                   SET WS-TRAILER-SEEN       TO TRUE
                   MOVE RCF-TRL-DETAIL-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   MOVE 'UNEXPECTED RECORD TYPE' TO WS-FILE-REJECT-RSN
                   SET WS-CAND-FILE-REFUSED  TO TRUE
                   SET WS-EOF-CANDIDATES     TO TRUE
           END-EVALUATE.
           .
       5110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5200-PROCESS-ONE-CANDIDATE                     *
      * ONLY A CUSTOMER WITH A PENDING T_UIS_RETENTION_CAND ROW FOR    *
      * THE RUN IS ACTED ON - A DETAIL ADDED TO THE FILE BY HAND HAS   *
      * NONE, AND ONE ALREADY SETTLED BY AN EARLIER RUN OF THIS FILE   *
      * IS LEFT ALONE.                                                 *
      ******************************************************************
       5200-PROCESS-ONE-CANDIDATE.

           PERFORM 5050-READ-CANDIDATE
              THRU 5050-EXIT.

           IF WS-EOF-CANDIDATES
            OR NOT RCF-IS-DETAIL
               GO TO 5200-EXIT
           END-IF.

           ADD 1                             TO WS-CAND-READ-COUNT.

           IF RCF-NOT-REVIEWED
               ADD 1                         TO WS-CAND-PENDING-COUNT
               GO TO 5200-EXIT
           END-IF.

           PERFORM 5210-FIND-CANDIDATE-ROW
              THRU 5210-EXIT.

           IF NOT WS-CAND-ROW-FOUND
               GO TO 5200-EXIT
           END-IF.

           IF NOT RTC-IS-PENDING
               ADD 1                         TO WS-CAND-DONE-COUNT
               DISPLAY '  ALREADY SETTLED ' RCF-CUST-NUM
                       ' STATUS ' RTC-STATUS
               GO TO 5200-EXIT
           END-IF.

      * ONE TIMESTAMP TIES THE CANDIDATE ROW TO THE ERASURE LOG ROW
      * AND THE CERTIFICATE.
           EXEC SQL
                SET :WS-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.

           IF RCF-KEEP-CUSTOMER
               PERFORM 5400-RECORD-KEPT
                  THRU 5400-EXIT
               GO TO 5200-EXIT
           END-IF.

           PERFORM 5300-CHECK-STILL-ELIGIBLE
              THRU 5300-EXIT.

           EVALUATE TRUE
               WHEN WS-STEP-FAILED
                   CONTINUE
               WHEN WS-SKIP-RSN NOT = SPACES
                   PERFORM 5450-RECORD-SKIPPED
                      THRU 5450-EXIT
               WHEN OTHER
                   PERFORM 5500-ERASE-CANDIDATE
                      THRU 5500-EXIT
           END-EVALUATE.
           .
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  5210-FIND-CANDIDATE-ROW                       *
      ******************************************************************
       5210-FIND-CANDIDATE-ROW.

           MOVE 'N'                          TO WS-CAND-ROW-SW.

           EXEC SQL
                SELECT RTC_STATUS
                  INTO :RTC-STATUS
                  FROM T_UIS_RETENTION_CAND
                 WHERE RTC_RUN_TS   = :WS-SWEEP-RUN-TS
                   AND RTC_CUST_NUM = :RCF-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CAND-ROW-FOUND     TO TRUE
               WHEN SQLCODE = 100
                   ADD 1                     TO WS-CAND-REJECT-COUNT
                   DISPLAY '  REJECTED ' RCF-CUST-NUM
                           ' - NOT A CANDIDATE OF THIS SWEEP RUN'
               WHEN OTHER
                   ADD 1                     TO WS-CAND-FAILED-COUNT
                   DISPLAY '  FAILED   ' RCF-CUST-NUM
                           ' - CANDIDATE READ SQLCODE=' SQLCODE
           END-EVALUATE.
           .
       5210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5300-CHECK-STILL-ELIGIBLE                      *
      * THE REVIEW CAN TAKE WEEKS. A CUSTOMER PUT UNDER LEGAL HOLD,    *
      * NAMED ON AN OPEN STEWARDSHIP CASE, OR ACTIVE AGAIN SINCE THE   *
      * SWEEP IS NO LONGER THE CUSTOMER PRIVACY APPROVED, AND IS       *
      * SKIPPED. A HOUSEHOLD IN A SNAPSHOT LATER THAN THE SWEEP'S      *
      * COUNTS AS ACTIVITY.                                            *
      ******************************************************************
       5300-CHECK-STILL-ELIGIBLE.

           MOVE 'N'                          TO WS-STEP-SW.
           MOVE SPACES                       TO WS-SKIP-RSN.

           EXEC SQL
                SELECT CASE
                       WHEN EXISTS
                            (SELECT 1 FROM T_UIS_LEGAL_HOLD L
                              WHERE L.LGH_CUST_NUM = :RCF-CUST-NUM
                                AND L.LGH_STATUS   = 'A')
                       THEN 'LGLH'
                       WHEN EXISTS
                            (SELECT 1 FROM T_UIS_STEWARD_CASE S
                              WHERE (S.STC_CUST_NUM_A = :RCF-CUST-NUM
                                  OR S.STC_CUST_NUM_B = :RCF-CUST-NUM)
                                AND S.STC_STATUS IN ('O', 'W'))
                       THEN 'CASE'
                       WHEN EXISTS
                            (SELECT 1 FROM T_UIS_TRANSACTION_LOG G
                              WHERE G.TLG_CUSTOMER_NBR  = :RCF-CUST-NUM
                                AND G.TLG_LOG_TIMESTAMP >
                                                     :WS-SWEEP-RUN-TS)
                         OR EXISTS
                            (SELECT 1 FROM T_UIS_TRANSACTION_LOG_ARCH A
                              WHERE A.TLA_CUSTOMER_NBR  = :RCF-CUST-NUM
                                AND A.TLA_LOG_TIMESTAMP >
                                                     :WS-SWEEP-RUN-TS)
                         OR EXISTS
                            (SELECT 1 FROM T_CUST_DATA_HIST H
                              WHERE H.CHH_CUST_NUM = :RCF-CUST-NUM
                                AND H.CHH_EFF_TS   > :WS-SWEEP-RUN-TS)
                         OR EXISTS
                            (SELECT 1 FROM T_CUST_ONBOARD O
                              WHERE O.ONB_CUST_NUM   = :RCF-CUST-NUM
                                AND O.ONB_ONBOARD_TS >
                                                     :WS-SWEEP-RUN-TS)
                         OR EXISTS
                            (SELECT 1 FROM T_UIS_HHLD_SNAPSHOT N
                              WHERE N.HSN_CUST_NUM  = :RCF-CUST-NUM
                                AND N.HSN_SNAP_DATE > :RTR-SNAP-DATE)
                       THEN 'ACTV'
                       ELSE ' '
                       END
                  INTO :WS-SKIP-RSN
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-CAND-FAILED-COUNT
               DISPLAY '  FAILED   ' RCF-CUST-NUM
                       ' - ELIGIBILITY CHECK SQLCODE=' SQLCODE
               SET WS-STEP-FAILED            TO TRUE
           END-IF.
           .
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5400-RECORD-KEPT                          *
      ******************************************************************
       5400-RECORD-KEPT.

           SET RTC-WAS-KEPT                  TO TRUE.
           MOVE SPACES                       TO RTC-SKIP-RSN.

           PERFORM 5600-UPDATE-CANDIDATE-ROW
              THRU 5600-EXIT.

           PERFORM 5700-COMMIT-CUSTOMER
              THRU 5700-EXIT.

           IF NOT WS-STEP-FAILED
               ADD 1                         TO WS-CAND-KEPT-COUNT
               DISPLAY '  KEPT     ' RCF-CUST-NUM
           END-IF.
           .
       5400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5450-RECORD-SKIPPED                        *
      ******************************************************************
       5450-RECORD-SKIPPED.

           SET RTC-WAS-SKIPPED               TO TRUE.
           MOVE WS-SKIP-RSN                  TO RTC-SKIP-RSN.

           PERFORM 5600-UPDATE-CANDIDATE-ROW
              THRU 5600-EXIT.

           PERFORM 5700-COMMIT-CUSTOMER
              THRU 5700-EXIT.

           IF NOT WS-STEP-FAILED
               ADD 1                         TO WS-CAND-SKIPPED-COUNT
               DISPLAY '  SKIPPED  ' RCF-CUST-NUM ' ' WS-SKIP-RSN
           END-IF.
           .
       5450-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5500-ERASE-CANDIDATE                        *
      * THE SAME ERASURE AS A SINGLE-CUSTOMER RUN, WITH ITS OWN COUNTS *
      * AND CERTIFICATE. ANY FAILED STATEMENT ROLLS THE CUSTOMER BACK  *
      * WHOLE AND LEAVES IT PENDING FOR A RERUN OF THE FILE.           *
      ******************************************************************
       5500-ERASE-CANDIDATE.

           MOVE RCF-CUST-NUM                 TO WS-SUBJECT-CUST-NUM.
           INITIALIZE WS-COUNTER-AREA.
           MOVE ZEROES                       TO WS-ERROR-COUNT.

           PERFORM 2000-ERASE-CUST-DATA
              THRU 2000-EXIT.

           PERFORM 2100-ERASE-CUST-HIST
              THRU 2100-EXIT.

           PERFORM 2200-ERASE-SEG-HIST
              THRU 2200-EXIT.

           PERFORM 2300-ERASE-ONBOARD
              THRU 2300-EXIT.

           PERFORM 2400-SCRUB-MERGE-XREF
              THRU 2400-EXIT.

           PERFORM 2500-SCRUB-LIVE-LOG
              THRU 2500-EXIT.

           PERFORM 2600-SCRUB-ARCH-LOG
              THRU 2600-EXIT.

           PERFORM 2700-ERASE-PII-VAULT
              THRU 2700-EXIT.

           PERFORM 2800-ERASE-AUTH-REP
              THRU 2800-EXIT.

           PERFORM 2900-ERASE-NOTES
              THRU 2900-EXIT.

           PERFORM 3000-WRITE-ERASURE-RECORD
              THRU 3000-EXIT.

           IF WS-ERROR-COUNT NOT = ZEROES
               SET WS-STEP-FAILED            TO TRUE
           ELSE
               SET RTC-WAS-ERASED            TO TRUE
               MOVE SPACES                   TO RTC-SKIP-RSN
               PERFORM 5600-UPDATE-CANDIDATE-ROW
                  THRU 5600-EXIT
           END-IF.

           PERFORM 5700-COMMIT-CUSTOMER
              THRU 5700-EXIT.

           IF WS-STEP-FAILED
               DISPLAY '  FAILED   ' RCF-CUST-NUM
                       ' - ERASURE ROLLED BACK, LEFT PENDING'
               GO TO 5500-EXIT
           END-IF.

           PERFORM 4000-WRITE-CERTIFICATE
              THRU 4000-EXIT.

           ADD 1                             TO WS-CAND-ERASED-COUNT.
           DISPLAY '  ERASED   ' RCF-CUST-NUM.
           .
       5500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5600-UPDATE-CANDIDATE-ROW                      *
      * RTC-STATUS AND RTC-SKIP-RSN ARE SET BY THE CALLER. THE ROW     *
      * MUST STILL BE PENDING - A CONCURRENT RUN OF THE SAME FILE      *
      * UPDATES NOTHING AND THIS CUSTOMER IS ROLLED BACK.              *
      ******************************************************************
       5600-UPDATE-CANDIDATE-ROW.

           MOVE 'N'                          TO WS-STEP-SW.

           EXEC SQL
                UPDATE T_UIS_RETENTION_CAND
                   SET RTC_STATUS      = :RTC-STATUS
                     , RTC_SKIP_RSN    = :RTC-SKIP-RSN
                     , RTC_DISPOSED_TS = :WS-RUN-TS
                     , RTC_AUTH_REF    = :WS-AUTH-REF
                     , RTC_AUTH_USERID = :WS-AUTH-USERID
                 WHERE RTC_RUN_TS      = :WS-SWEEP-RUN-TS
                   AND RTC_CUST_NUM    = :RCF-CUST-NUM
                   AND RTC_STATUS      = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR SQLERRD(3) NOT = 1
               DISPLAY 'F5748ERA - CANDIDATE UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR ' RCF-CUST-NUM
               SET WS-STEP-FAILED            TO TRUE
           END-IF.
           .
       5600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5700-COMMIT-CUSTOMER                         *
      * EACH CUSTOMER IS ITS OWN UNIT OF WORK, SO A FAILURE PART WAY   *
      * THROUGH THE FILE UNDOES ONLY THAT CUSTOMER.                    *
      ******************************************************************
       5700-COMMIT-CUSTOMER.

           IF WS-STEP-FAILED
               EXEC SQL
                    ROLLBACK
               END-EXEC
               ADD 1                         TO WS-CAND-FAILED-COUNT
               GO TO 5700-EXIT
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ERA - COMMIT FAILED SQLCODE=' SQLCODE
                       ' FOR ' RCF-CUST-NUM
               EXEC SQL
                    ROLLBACK
               END-EXEC
               ADD 1                         TO WS-CAND-FAILED-COUNT
               SET WS-STEP-FAILED            TO TRUE
           END-IF.
           .
       5700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  5900-REPORT-CAND-SUMMARY                      *
      ******************************************************************
       5900-REPORT-CAND-SUMMARY.

           DISPLAY 'F5748ERA - CANDIDATES READ       : '
                    WS-CAND-READ-COUNT.
           DISPLAY 'F5748ERA - ERASED                : '
                    WS-CAND-ERASED-COUNT.
           DISPLAY 'F5748ERA - KEPT                  : '
                    WS-CAND-KEPT-COUNT.
           DISPLAY 'F5748ERA - SKIPPED, NO LONGER ELIG: '
                    WS-CAND-SKIPPED-COUNT.
           DISPLAY 'F5748ERA - NOT REVIEWED, PENDING : '
                    WS-CAND-PENDING-COUNT.
           DISPLAY 'F5748ERA - ALREADY SETTLED       : '
                    WS-CAND-DONE-COUNT.
           DISPLAY 'F5748ERA - REJECTED              : '
                    WS-CAND-REJECT-COUNT.
           DISPLAY 'F5748ERA - FAILED, LEFT PENDING  : '
                    WS-CAND-FAILED-COUNT.

           EVALUATE TRUE
               WHEN WS-CAND-FAILED-COUNT NOT = ZEROES
                   DISPLAY 'F5748ERA - ' WS-CAND-FAILED-COUNT
                           ' CUSTOMER(S) FAILED - RERUN THE FILE ONCE '
                           'THE CAUSE IS FIXED'
                   MOVE 16                   TO RETURN-CODE
               WHEN WS-CAND-FILE-REFUSED
                 OR WS-CAND-REJECT-COUNT NOT = ZEROES
                   MOVE 8                    TO RETURN-CODE
               WHEN WS-CAND-SKIPPED-COUNT NOT = ZEROES
                   MOVE 4                    TO RETURN-CODE
           END-EVALUATE.
           .
       5900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8000-CAPTURE-ROW-COUNT                       *
      * SQLERRD(3) CARRIES THE ROW COUNT OF THE DELETE/UPDATE JUST     *
      * ISSUED; A FAILING STATEMENT COUNTS ZERO AND IS REPORTED.       *
           DISPLAY 'F5748ERA - MERGE LINKS SCRUBBED  : ' WS-MRX-ROWS.
           DISPLAY 'F5748ERA - LIVE LOG ROWS SCRUBBED: ' WS-LOG-ROWS.
           DISPLAY 'F5748ERA - ARCH LOG ROWS SCRUBBED: ' WS-ARCH-ROWS.
           DISPLAY 'F5748ERA - PII VAULT ROWS DELETED: ' WS-VAULT-ROWS.
           DISPLAY 'F5748ERA - AUTH REP ROWS DELETED : ' WS-AREP-ROWS.
           DISPLAY 'F5748ERA - NOTE ROWS DELETED     : ' WS-NOTE-ROWS.

           IF WS-ERROR-COUNT NOT = ZEROES
               DISPLAY 'F5748ERA - ' WS-ERROR-COUNT
