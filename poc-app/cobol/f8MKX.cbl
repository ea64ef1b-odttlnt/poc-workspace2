      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748MKX.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748MKX:     MARKETING OPT-IN EXTRACT                        *
      *                                                                *
      *  FUNCTION:     BUILDS THE CAMPAIGN VENDOR'S FILE OF CUSTOMERS  *
      *                MARKETING MAY CONTACT, FROM THE SELECTION ON    *
      *                THE PARAMETER CARD (SEGMENTS, STATE, CHANNEL).  *
      *                A CUSTOMER WHO MEETS THE SELECTION IS LEFT OFF  *
      *                THE FILE WHEN, IN THIS ORDER, THE CUSTOMER IS:  *
      *                                                                *
      *                - RECORDED DECEASED (T_CUST_DECEASED);          *
      *                - UNDER AN ACTIVE LEGAL HOLD (T_UIS_LEGAL_HOLD);*
      *                - ON FRAUD HOLD (T_CUST_FRAUD_HOLD);            *
      *                - NOT OPTED IN - CNS_MKTG_IND ON T_CUST_CONSENT *
      *                  MUST BE 'Y'; A CUSTOMER WITH NO CONSENT ROW   *
      *                  HAS NEVER OPTED IN AND IS NOT SENT;           *
      *                - WITHOUT DETAILS FOR THE CHANNEL (NO CONTACT   *
      *                  ROW, OR NO ADDRESS / NO EMAIL);               *
      *                - FLAGGED UNDELIVERABLE ON THAT CHANNEL.        *
      *                                                                *
      *                EACH RUN IS RECORDED ON T_MKTG_EXTRACT_RUN      *
      *                WITH ITS CRITERIA AND COUNTS, AND EACH CUSTOMER *
      *                SENT ON T_MKTG_EXTRACT_SENT, WHICH F5748MKA     *
      *                RECONCILES AGAINST THE VENDOR'S ACKNOWLEDGEMENT.*
      *                A CUSTOMER IS RECORDED BEFORE IT IS WRITTEN, SO *
      *                NOTHING REACHES THE VENDOR WITHOUT A RECORD.    *
      *                A BAD CARD, OR ANY DB2 OR FILE FAILURE, ENDS    *
      *                THE RUN RC 8 WITH THE RUN ROW MARKED FAILED -   *
      *                THAT FILE MUST NOT BE SENT.                     *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  RUN DATE (YYYY-MM-DD)           *
      *                   COLS 11-18  CAMPAIGN ID (REQUIRED)          *
      *                   COLS 19-28  UP TO 10 SEG_ID VALUES, LEFT-   *
      *                               JUSTIFIED (BLANK - ALL)         *
      *                   COLS 29-30  STATE CODE (BLANK - ALL)        *
      *                   COL  31     CHANNEL 'M' MAIL OR 'E' EMAIL   *
      *                               (BLANK - MAIL)                  *
      *                                                                *
      *  OUTPUT:       MKTGEXT - THE CAMPAIGN VENDOR FILE, 500 BYTES: *
      *                ONE HEADER ('H' - FEED ID UISMKTG, RUN DATE,    *
      *                RUN TIMESTAMP, CAMPAIGN ID), ONE DETAIL ('D')   *
      *                PER CUSTOMER, ONE TRAILER ('T' - DETAIL COUNT). *
      *                THE VENDOR QUOTES THE RUN TIMESTAMP BACK ON ITS *
      *                ACKNOWLEDGEMENT.                                *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ)                              *
      *                T_CUST_CONSENT (READ)                           *
      *                T_CUST_CONTACT (READ)                           *
      *                T_CUST_DECEASED (READ)                          *
      *                T_CUST_FRAUD_HOLD (READ)                        *
      *                T_UIS_LEGAL_HOLD (READ)                         *
      *                T_MKTG_EXTRACT_RUN (INSERT/UPDATE)              *
      *                T_MKTG_EXTRACT_SENT (INSERT)                    *
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
           SELECT VENDOR-FILE               ASSIGN TO MKTGEXT
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-VENDOR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  VENDOR-RECORD.
           05  VND-RECORD-TYPE              PIC X(01).
               88  VND-IS-HEADER                      VALUE 'H'.
               88  VND-IS-DETAIL                      VALUE 'D'.
               88  VND-IS-TRAILER                     VALUE 'T'.
           05  VND-RECORD-BODY              PIC X(499).
           05  VND-HEADER-VIEW REDEFINES VND-RECORD-BODY.
               10  VND-HDR-FEED-ID          PIC X(08).
               10  VND-HDR-RUN-DATE         PIC X(10).
               10  VND-HDR-CREATED-TS       PIC X(26).
               10  VND-HDR-CAMPAIGN-ID      PIC X(08).
               10  FILLER                   PIC X(447).
           05  VND-DETAIL-VIEW REDEFINES VND-RECORD-BODY.
               10  VND-CUST-NUM             PIC X(10).
               10  VND-CAMPAIGN-ID          PIC X(08).
               10  VND-CHANNEL              PIC X(01).
               10  VND-SEG-ID               PIC X(01).
               10  VND-CUST-NM              PIC X(50).
               10  VND-ADDR-LINE-1          PIC X(40).
               10  VND-ADDR-LINE-2          PIC X(40).
               10  VND-CITY                 PIC X(30).
               10  VND-STATE                PIC X(02).
               10  VND-POSTAL-CD            PIC X(10).
               10  VND-EMAIL                PIC X(50).
               10  FILLER                   PIC X(257).
           05  VND-TRAILER-VIEW REDEFINES VND-RECORD-BODY.
               10  VND-TRL-DETAIL-COUNT     PIC 9(09).
               10  FILLER                   PIC X(490).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748MKX'.
           05  WS-VENDOR-FEED-ID            PIC X(08) VALUE 'UISMKTG '.
           05  WS-NEVER-TS                  PIC X(26) VALUE
               '0001-01-01-00.00.00.000000'.

       01  WS-PARM-CARD                     PIC X(80) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10).
           05  WS-CAMPAIGN-ID               PIC X(08).
           05  WS-SEL-SEGMENTS              PIC X(10).
           05  WS-SEL-STATE                 PIC X(02).
           05  WS-SEL-CHANNEL               PIC X(01).
               88  WS-SEL-BY-MAIL                     VALUE 'M'.
               88  WS-SEL-BY-EMAIL                    VALUE 'E'.
           05  FILLER                       PIC X(49).

       01  WS-WORKING-FIELDS.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-LAST-CUST-NUM             PIC X(10) VALUE SPACES.
           05  WS-EXCLUDE-RSN               PIC X(04) VALUE SPACES.
           05  WS-CONTACT-FOUND             PIC X(01) VALUE 'N'.
           05  WS-IS-DECEASED               PIC X(01) VALUE 'N'.
           05  WS-ON-FRAUD-HOLD             PIC X(01) VALUE 'N'.
           05  WS-ON-LEGAL-HOLD             PIC X(01) VALUE 'N'.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-DUP-ROW-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-CONSIDERED-COUNT          PIC 9(09) VALUE ZEROES.
           05  WS-DETAIL-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-EXCLUDED-COUNT            PIC 9(09) VALUE ZEROES.
           05  WS-DECD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-LGLH-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-FRDH-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-NOPT-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-NOAD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-UNDL-COUNT                PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-CURSOR-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-CURSOR-IS-OPEN                  VALUE 'Y'.
           05  WS-RUN-ROW-SW                PIC X(01) VALUE 'N'.
               88  WS-RUN-ROW-WRITTEN                 VALUE 'Y'.
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-VENDOR-STATUS             PIC X(02) VALUE SPACES.
               88  WS-VENDOR-OK                       VALUE '00'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_CUST_CONSENT
           EXEC SQL INCLUDE F5748CNS     END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_MKTG_EXTRACT_RUN
           EXEC SQL INCLUDE F5748MXR     END-EXEC.

      * DCLGEN FOR T_MKTG_EXTRACT_SENT
           EXEC SQL INCLUDE F5748MXS     END-EXEC.

      * A CUSTOMER WITH SEVERAL T_CUST_DATA ROWS IN THE SELECTED
      * SEGMENTS COMES BACK ONCE PER ROW - 2000 TAKES THE FIRST.
           EXEC SQL
                DECLARE MKTG-CSR CURSOR FOR
                SELECT D.CUST_NUM
                     , D.SEG_ID
                     , D.CUST_NM
                     , COALESCE(N.CNS_MKTG_IND, ' ')
                     , CASE WHEN C.CCT_CUST_NUM IS NULL
                            THEN 'N' ELSE 'Y' END
                     , COALESCE(C.CCT_ADDR_LINE_1, ' ')
                     , COALESCE(C.CCT_ADDR_LINE_2, ' ')
                     , COALESCE(C.CCT_CITY, ' ')
                     , COALESCE(C.CCT_STATE, ' ')
                     , COALESCE(C.CCT_POSTAL_CD, ' ')
                     , COALESCE(C.CCT_EMAIL, ' ')
                     , COALESCE(C.CCT_MAIL_UNDELIV_IND, 'N')
                     , COALESCE(C.CCT_EMAIL_UNDELIV_IND, 'N')
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
                     , CASE WHEN EXISTS
                                 (SELECT 1 FROM T_UIS_LEGAL_HOLD L
                                   WHERE L.LGH_CUST_NUM = D.CUST_NUM
                                     AND L.LGH_STATUS   = 'A')
                            THEN 'Y' ELSE 'N' END
                  FROM T_CUST_DATA D
                  LEFT OUTER JOIN T_CUST_CONSENT N
                    ON N.CNS_CUST_NUM = D.CUST_NUM
                  LEFT OUTER JOIN T_CUST_CONTACT C
                    ON C.CCT_CUST_NUM = D.CUST_NUM
                 WHERE (:WS-SEL-SEGMENTS = ' '
                        OR (D.SEG_ID <> ' '
                            AND LOCATE(D.SEG_ID, :WS-SEL-SEGMENTS) > 0))
                   AND (:WS-SEL-STATE = ' '
                        OR C.CCT_STATE = :WS-SEL-STATE)
                 ORDER BY D.CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748MKX WORKING STORAGE ENDS'.
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
                    CLOSE MKTG-CSR
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
      * THE CARD IS CHECKED AND THE RUN ROW WRITTEN BEFORE THE FILE IS *
      * OPENED - WITHOUT A RUN ROW NOTHING COULD BE PROVED LATER, SO   *
      * NOTHING IS EXTRACTED.                                          *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO RETURN-CODE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           DISPLAY 'F5748MKX - MARKETING EXTRACT FOR ' WS-RUN-DATE
                   ' CAMPAIGN ' WS-CAMPAIGN-ID.
           DISPLAY 'F5748MKX - CRITERIA: SEGMENTS=' WS-SEL-SEGMENTS
                   ' STATE=' WS-SEL-STATE
                   ' CHANNEL=' WS-SEL-CHANNEL.
           DISPLAY ' '.

           IF WS-SEL-CHANNEL = SPACE
               SET WS-SEL-BY-MAIL           TO TRUE
           END-IF.

           IF WS-RUN-DATE = SPACES
              OR WS-CAMPAIGN-ID = SPACES
              OR NOT (WS-SEL-BY-MAIL OR WS-SEL-BY-EMAIL)
               DISPLAY 'F5748MKX - PARAMETER CARD INVALID - RUN DATE '
                       'AND CAMPAIGN ARE REQUIRED, CHANNEL M OR E'
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-RUN-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC.

           PERFORM 1100-RECORD-RUN-START
              THRU 1100-EXIT.

           IF NOT WS-RUN-ROW-WRITTEN
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT VENDOR-FILE.

           MOVE SPACES                      TO VENDOR-RECORD.
           SET VND-IS-HEADER                TO TRUE.
           MOVE WS-VENDOR-FEED-ID           TO VND-HDR-FEED-ID.
           MOVE WS-RUN-DATE                 TO VND-HDR-RUN-DATE.
           MOVE WS-RUN-TS                   TO VND-HDR-CREATED-TS.
           MOVE WS-CAMPAIGN-ID              TO VND-HDR-CAMPAIGN-ID.

           WRITE VENDOR-RECORD.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748MKX - HEADER WRITE FAILED STATUS='
                        WS-VENDOR-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                OPEN MKTG-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MKX - OPEN CURSOR FAILED SQLCODE='
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
      *                   1100-RECORD-RUN-START                        *
      ******************************************************************
       1100-RECORD-RUN-START.

           MOVE WS-RUN-TS                   TO MXR-RUN-TS.
           MOVE WS-CAMPAIGN-ID              TO MXR-CAMPAIGN-ID.
           MOVE WS-RUN-DATE                 TO MXR-RUN-DATE.
           MOVE WS-PARM-CARD                TO MXR-CRITERIA.
           MOVE WS-SEL-SEGMENTS             TO MXR-SEGMENTS.
           MOVE WS-SEL-STATE                TO MXR-STATE.
           MOVE WS-SEL-CHANNEL              TO MXR-CHANNEL.
           SET MXR-RUN-IS-RUNNING           TO TRUE.
           MOVE WS-NEVER-TS                 TO MXR-END-TS
                                               MXR-ACK-TS.

           EXEC SQL
                INSERT INTO T_MKTG_EXTRACT_RUN
                       ( MXR_RUN_TS
                       , MXR_CAMPAIGN_ID
                       , MXR_RUN_DATE
                       , MXR_CRITERIA
                       , MXR_SEGMENTS
                       , MXR_STATE
                       , MXR_CHANNEL
                       , MXR_STATUS
                       , MXR_READ_CNT
                       , MXR_EXTRACTED_CNT
                       , MXR_NO_OPTIN_CNT
                       , MXR_DECEASED_CNT
                       , MXR_FRAUD_HOLD_CNT
                       , MXR_LEGAL_HOLD_CNT
                       , MXR_NO_CONTACT_CNT
                       , MXR_UNDELIV_CNT
                       , MXR_END_TS
                       , MXR_ACK_TS
                       , MXR_ACK_ACCEPTED_CNT
                       , MXR_ACK_REJECTED_CNT
                       , MXR_ACK_MISSING_CNT
                       , MXR_ACK_UNKNOWN_CNT )
                VALUES ( :MXR-RUN-TS
                       , :MXR-CAMPAIGN-ID
                       , DATE(:MXR-RUN-DATE)
                       , :MXR-CRITERIA
                       , :MXR-SEGMENTS
                       , :MXR-STATE
                       , :MXR-CHANNEL
                       , :MXR-STATUS
                       , 0, 0, 0, 0, 0, 0, 0, 0
                       , :MXR-END-TS
                       , :MXR-ACK-TS
                       , 0, 0, 0, 0 )
           END-EXEC.

           IF SQLCODE = 0
               SET WS-RUN-ROW-WRITTEN       TO TRUE
           ELSE
               DISPLAY 'F5748MKX - RUN ROW INSERT FAILED SQLCODE='
                        SQLCODE ' - NOTHING EXTRACTED'
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
                FETCH MKTG-CSR
                INTO  :CUST-NUM
                     ,:SEG-ID
                     ,:CUST-NM
                     ,:CNS-MKTG-IND
                     ,:WS-CONTACT-FOUND
                     ,:CCT-ADDR-LINE-1
                     ,:CCT-ADDR-LINE-2
                     ,:CCT-CITY
                     ,:CCT-STATE
                     ,:CCT-POSTAL-CD
                     ,:CCT-EMAIL
                     ,:CCT-MAIL-UNDELIV-IND
                     ,:CCT-EMAIL-UNDELIV-IND
                     ,:WS-IS-DECEASED
                     ,:WS-ON-FRAUD-HOLD
                     ,:WS-ON-LEGAL-HOLD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-READ-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748MKX - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           IF CUST-NUM = WS-LAST-CUST-NUM
               ADD 1                        TO WS-DUP-ROW-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUST-NUM                    TO WS-LAST-CUST-NUM.
           ADD 1                            TO WS-CONSIDERED-COUNT.

           PERFORM 2100-APPLY-EXCLUSIONS
              THRU 2100-EXIT.

           IF WS-EXCLUDE-RSN NOT = SPACES
               PERFORM 2800-COUNT-EXCLUSION
                  THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2400-RECORD-SENT
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
      *                   2100-APPLY-EXCLUSIONS                        *
      * THE FIRST TEST FAILED IS THE EXCLUSION REASON, LEFT IN         *
      * WS-EXCLUDE-RSN (SPACES - THE CUSTOMER IS EXTRACTED).           *
      ******************************************************************
       2100-APPLY-EXCLUSIONS.

           MOVE SPACES                      TO WS-EXCLUDE-RSN.

           EVALUATE TRUE
               WHEN WS-IS-DECEASED = 'Y'
                   MOVE 'DECD'              TO WS-EXCLUDE-RSN
               WHEN WS-ON-LEGAL-HOLD = 'Y'
                   MOVE 'LGLH'              TO WS-EXCLUDE-RSN
               WHEN WS-ON-FRAUD-HOLD = 'Y'
                   MOVE 'FRDH'              TO WS-EXCLUDE-RSN
               WHEN CNS-MKTG-IND NOT = 'Y'
                   MOVE 'NOPT'              TO WS-EXCLUDE-RSN
               WHEN WS-CONTACT-FOUND NOT = 'Y'
                   MOVE 'NOAD'              TO WS-EXCLUDE-RSN
               WHEN WS-SEL-BY-MAIL
                AND (CCT-ADDR-LINE-1 = SPACES
                     OR CCT-POSTAL-CD = SPACES)
                   MOVE 'NOAD'              TO WS-EXCLUDE-RSN
               WHEN WS-SEL-BY-MAIL
                AND CCT-MAIL-UNDELIVERABLE
                   MOVE 'UNDL'              TO WS-EXCLUDE-RSN
               WHEN WS-SEL-BY-EMAIL
                AND CCT-EMAIL = SPACES
                   MOVE 'NOAD'              TO WS-EXCLUDE-RSN
               WHEN WS-SEL-BY-EMAIL
                AND CCT-EMAIL-UNDELIVERABLE
                   MOVE 'UNDL'              TO WS-EXCLUDE-RSN
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2400-RECORD-SENT                          *
      * THE PROOF IS WRITTEN FIRST - A CUSTOMER WHOSE ROW CANNOT BE    *
      * RECORDED IS NOT PUT ON THE FILE, AND THE RUN FAILS.            *
      ******************************************************************
       2400-RECORD-SENT.

           MOVE WS-RUN-TS                   TO MXS-RUN-TS.
           MOVE CUST-NUM                    TO MXS-CUST-NUM.
           MOVE WS-CAMPAIGN-ID              TO MXS-CAMPAIGN-ID.
           MOVE WS-SEL-CHANNEL              TO MXS-CHANNEL.
           SET MXS-ACK-AWAITED              TO TRUE.
           MOVE SPACES                      TO MXS-ACK-REASON
                                               MXS-VENDOR-REF.
           MOVE WS-NEVER-TS                 TO MXS-ACK-TS.

           IF WS-SEL-BY-MAIL
               MOVE CCT-ADDR-LINE-1         TO MXS-DESTINATION
               MOVE CCT-POSTAL-CD           TO MXS-POSTAL-CD
           ELSE
               MOVE CCT-EMAIL               TO MXS-DESTINATION
               MOVE SPACES                  TO MXS-POSTAL-CD
           END-IF.

           EXEC SQL
                INSERT INTO T_MKTG_EXTRACT_SENT
                       ( MXS_RUN_TS
                       , MXS_CUST_NUM
                       , MXS_CAMPAIGN_ID
                       , MXS_CHANNEL
                       , MXS_DESTINATION
                       , MXS_POSTAL_CD
                       , MXS_ACK_STATUS
                       , MXS_ACK_REASON
                       , MXS_VENDOR_REF
                       , MXS_ACK_TS )
                VALUES ( :MXS-RUN-TS
                       , :MXS-CUST-NUM
                       , :MXS-CAMPAIGN-ID
                       , :MXS-CHANNEL
                       , :MXS-DESTINATION
                       , :MXS-POSTAL-CD
                       , :MXS-ACK-STATUS
                       , :MXS-ACK-REASON
                       , :MXS-VENDOR-REF
                       , :MXS-ACK-TS )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MKX - SENT ROW INSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2500-WRITE-DETAIL                          *
      * ONLY THE DETAILS FOR THE CHANNEL SELECTED GO TO THE VENDOR.    *
      ******************************************************************
       2500-WRITE-DETAIL.

           MOVE SPACES                      TO VENDOR-RECORD.
           SET VND-IS-DETAIL                TO TRUE.
           MOVE CUST-NUM                    TO VND-CUST-NUM.
           MOVE WS-CAMPAIGN-ID              TO VND-CAMPAIGN-ID.
           MOVE WS-SEL-CHANNEL              TO VND-CHANNEL.
           MOVE SEG-ID                      TO VND-SEG-ID.
           MOVE CUST-NM                     TO VND-CUST-NM.

           IF WS-SEL-BY-MAIL
               MOVE CCT-ADDR-LINE-1         TO VND-ADDR-LINE-1
               MOVE CCT-ADDR-LINE-2         TO VND-ADDR-LINE-2
               MOVE CCT-CITY                TO VND-CITY
               MOVE CCT-STATE               TO VND-STATE
               MOVE CCT-POSTAL-CD           TO VND-POSTAL-CD
           ELSE
               MOVE CCT-EMAIL               TO VND-EMAIL
           END-IF.

           WRITE VENDOR-RECORD.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748MKX - DETAIL WRITE FAILED STATUS='
                        WS-VENDOR-STATUS ' FOR ' CUST-NUM
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
      *                   2800-COUNT-EXCLUSION                         *
      ******************************************************************
       2800-COUNT-EXCLUSION.

           ADD 1                            TO WS-EXCLUDED-COUNT.

           EVALUATE WS-EXCLUDE-RSN
               WHEN 'DECD'
                   ADD 1                    TO WS-DECD-COUNT
               WHEN 'LGLH'
                   ADD 1                    TO WS-LGLH-COUNT
               WHEN 'FRDH'
                   ADD 1                    TO WS-FRDH-COUNT
               WHEN 'NOPT'
                   ADD 1                    TO WS-NOPT-COUNT
               WHEN 'NOAD'
                   ADD 1                    TO WS-NOAD-COUNT
               WHEN 'UNDL'
                   ADD 1                    TO WS-UNDL-COUNT
           END-EVALUATE.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     8000-WRITE-TRAILER                         *
      ******************************************************************
       8000-WRITE-TRAILER.

           MOVE SPACES                      TO VENDOR-RECORD.
           SET VND-IS-TRAILER               TO TRUE.
           MOVE WS-DETAIL-COUNT             TO VND-TRL-DETAIL-COUNT.

           WRITE VENDOR-RECORD.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748MKX - TRAILER WRITE FAILED STATUS='
                        WS-VENDOR-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.

           CLOSE VENDOR-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    8500-RECORD-RUN-END                         *
      * CUSTOMERS, NOT T_CUST_DATA ROWS, ARE COUNTED - MXR_READ_CNT IS *
      * THE CUSTOMERS WHO MET THE SELECTION.                           *
      ******************************************************************
       8500-RECORD-RUN-END.

           MOVE WS-CONSIDERED-COUNT         TO MXR-READ-CNT.
           MOVE WS-DETAIL-COUNT             TO MXR-EXTRACTED-CNT.
           MOVE WS-NOPT-COUNT               TO MXR-NO-OPTIN-CNT.
           MOVE WS-DECD-COUNT               TO MXR-DECEASED-CNT.
           MOVE WS-FRDH-COUNT               TO MXR-FRAUD-HOLD-CNT.
           MOVE WS-LGLH-COUNT               TO MXR-LEGAL-HOLD-CNT.
           MOVE WS-NOAD-COUNT               TO MXR-NO-CONTACT-CNT.
           MOVE WS-UNDL-COUNT               TO MXR-UNDELIV-CNT.

           IF WS-RUN-HAD-ERROR
               SET MXR-RUN-HAS-FAILED       TO TRUE
           ELSE
               SET MXR-RUN-IS-COMPLETE      TO TRUE
           END-IF.

           EXEC SQL
                UPDATE T_MKTG_EXTRACT_RUN
                   SET MXR_STATUS          = :MXR-STATUS
                     , MXR_READ_CNT        = :MXR-READ-CNT
                     , MXR_EXTRACTED_CNT   = :MXR-EXTRACTED-CNT
                     , MXR_NO_OPTIN_CNT    = :MXR-NO-OPTIN-CNT
                     , MXR_DECEASED_CNT    = :MXR-DECEASED-CNT
                     , MXR_FRAUD_HOLD_CNT  = :MXR-FRAUD-HOLD-CNT
                     , MXR_LEGAL_HOLD_CNT  = :MXR-LEGAL-HOLD-CNT
                     , MXR_NO_CONTACT_CNT  = :MXR-NO-CONTACT-CNT
                     , MXR_UNDELIV_CNT     = :MXR-UNDELIV-CNT
                     , MXR_END_TS          = CURRENT TIMESTAMP
                 WHERE MXR_RUN_TS          = :MXR-RUN-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MKX - RUN ROW UPDATE FAILED SQLCODE='
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
           DISPLAY 'F5748MKX - RUN TIMESTAMP         : ' WS-RUN-TS.
           DISPLAY 'F5748MKX - ROWS FETCHED          : '
                    WS-READ-COUNT.
           DISPLAY 'F5748MKX - CUSTOMERS SELECTED    : '
                    WS-CONSIDERED-COUNT.
           DISPLAY 'F5748MKX - SENT TO VENDOR        : '
                    WS-DETAIL-COUNT.
           DISPLAY 'F5748MKX - EXCLUDED              : '
                    WS-EXCLUDED-COUNT.
           DISPLAY 'F5748MKX -   DECEASED            : '
                    WS-DECD-COUNT.
           DISPLAY 'F5748MKX -   LEGAL HOLD          : '
                    WS-LGLH-COUNT.
           DISPLAY 'F5748MKX -   FRAUD HOLD          : '
                    WS-FRDH-COUNT.
           DISPLAY 'F5748MKX -   NOT OPTED IN        : '
                    WS-NOPT-COUNT.
           DISPLAY 'F5748MKX -   NO CONTACT DETAILS  : '
                    WS-NOAD-COUNT.
           DISPLAY 'F5748MKX -   UNDELIVERABLE       : '
                    WS-UNDL-COUNT.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'F5748MKX - RUN FAILED - THE FILE MUST NOT BE '
                       'SENT'
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748MKX.
