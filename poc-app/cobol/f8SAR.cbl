      *                  SECTION 6 - ARCHIVED LOG ACTIVITY             *
      *                  SECTION 7 - T_UIS_DISCLOSURE_LOG (WHO SAW     *
      *                              UNMASKED DATA)                    *
      *                  SECTION 8 - T_CUST_AUTH_REP AUTHORIZED        *
      *                              REPRESENTATIVES (ALL, INCLUDING   *
      *                              ENDED APPOINTMENTS)               *
      *                  SECTION 9 - T_CUST_NOTE CUSTOMER SERVICE      *
      *                              NOTES                             *
      *                                                                *
      *                THE PERSONAL DATA IN A LOGGED PAYLOAD (SECTIONS *
      *                5 AND 6) IS TOKENIZED. UNDER EACH 'REQUEST',    *
      *                'RESPONSE', OR 'RESPONSC' ROW THE SUBJECT'S     *
      *                VALUES ARE LISTED, DETOKENIZED THROUGH          *
      *                F5748TKN - ONLY IF THE JOB'S OWN ID HOLDS A     *
      *                T_UIS_PII_DETOK_AUTH GRANT, AND EACH ROW SHOWN  *
      *                IS RECORDED ON T_UIS_DISCLOSURE_LOG. HOUSEHOLD  *
      *                MEMBER AND SEARCH CANDIDATE NAMES ARE OTHER     *
      *                PEOPLE'S DATA AND ARE COUNTED, NOT PRINTED.     *
      *                                                                *
      *                A COVER BLOCK IDENTIFIES THE SUBJECT AND THE    *
      *                RUN; A CONTROL-TOTALS BLOCK AT THE END CARRIES  *
      *                THE ROW COUNT PER SECTION SO LEGAL CAN VERIFY   *
      *                THE PACKAGE IS COMPLETE.                        *
      *                                                                *
      *                THE CLOSED PACKAGE IS REGISTERED ON THE OUTBOUND*
      *                MANIFEST (FEED UISSAR, VIA F5748OBR) SO ITS     *
      *                RECEIPT CAN BE ACKNOWLEDGED.                    *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - CUSTOMER NUMBER (01-10)              *
      *  DB2 TABLES:   T_CUST_DATA, T_CUST_DATA_HIST, T_CUST_SEG_HIST, *
      *                T_CUST_MERGE_XREF, T_UIS_TRANSACTION_LOG,       *
      *                T_UIS_TRANSACTION_LOG_ARCH,                     *
      *                T_UIS_DISCLOSURE_LOG,                           *
      *                T_CUST_AUTH_REP, T_CUST_NOTE (ALL READ)         *
      *                T_UIS_PII_VAULT (READ, VIA F5748TKN)            *
      *                T_UIS_DISCLOSURE_LOG (INSERT, VIA F5748TKN)     *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SUBJECT'S DETOKENIZED PAYLOAD VALUES LISTED *
      *                    UNDER EACH LOGGED PAYLOAD ROW, FOR AN       *
      *                    ENTITLED JOB ID                             *
      *  2026-10-15 UISAD  SECTION 8 - AUTHORIZED REPRESENTATIVES      *
      *  2026-10-15 UISAD  SECTION 9 - CUSTOMER SERVICE NOTES          *
      *  2026-10-15 UISAD  PACKAGE REGISTERED ON THE OUTBOUND MANIFEST *
      *                    (F5748OBR) AFTER IT IS CLOSED               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748SAR'.
           05  WS-TOKENIZE-PGM              PIC X(08) VALUE 'F5748TKN'.

       01  WS-PARM-CARD.
           05  WS-SUBJECT-CUST-NUM          PIC X(10) VALUE SPACES.
       01  WS-WORKING-FIELDS.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
           05  WS-SUB                       PIC S9(04) COMP VALUE ZERO.
           05  WS-SQLCODE-DISP              PIC -9(09) VALUE ZERO.

       01  WS-COUNTER-AREA.
           05  WS-PROFILE-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-LOG-COUNT                 PIC 9(07) VALUE ZEROES.
           05  WS-ARCH-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-DISCL-COUNT               PIC 9(07) VALUE ZEROES.
           05  WS-AREP-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-NOTE-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-DETOK-COUNT               PIC 9(07) VALUE ZEROES.
           05  WS-DETOK-DENIED-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-THIRD-PARTY-COUNT         PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-FEED-ID              PIC X(08) VALUE 'UISSAR'.
       01  WS-OUTBOUND-PREFIX-NUM           PIC 9(09) VALUE ZEROES.
       01  WS-OUTBOUND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-EOF                        VALUE 'Y'.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.

       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      * DCLGEN FOR T_UIS_DISCLOSURE_LOG
           EXEC SQL INCLUDE F5748DSC     END-EXEC.

      * DCLGEN FOR T_CUST_AUTH_REP
           EXEC SQL INCLUDE F5748ARP     END-EXEC.

      * DCLGEN FOR T_CUST_NOTE
           EXEC SQL INCLUDE F5748NTE     END-EXEC.

           EXEC SQL
                DECLARE HIST-CSR CURSOR FOR
                SELECT CHH_CHANGE_TYPE,
                SELECT TLG_LOG_TIMESTAMP, TLG_LOG_TYPE,
                       TLG_SRV_FN_CD,     TLG_RACF_ID,
                       TLG_REQUEST_STATUS,
                       TLG_CORRELATION_ID,
                       TLG_SEG_SEQ,       TLG_EMPLOYEE_NBR,
                       TLG_LOG_DATA_LENGTH, TLG_LOG_DATA
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CUSTOMER_NBR = :WS-SUBJECT-CUST-NUM
                 ORDER BY TLG_LOG_TIMESTAMP
                SELECT TLA_LOG_TIMESTAMP, TLA_LOG_TYPE,
                       TLA_SRV_FN_CD,     TLA_RACF_ID,
                       TLA_REQUEST_STATUS,
                       TLA_CORRELATION_ID,
                       TLA_SEG_SEQ,       TLA_EMPLOYEE_NBR,
                       TLA_LOG_DATA_LENGTH, TLA_LOG_DATA
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_CUSTOMER_NBR = :WS-SUBJECT-CUST-NUM
                 ORDER BY TLA_LOG_TIMESTAMP
                 ORDER BY DSC_DISCLOSURE_TS
           END-EXEC.

           EXEC SQL
                DECLARE AREP-CSR CURSOR FOR
                SELECT ARP_REP_SEQ,  ARP_REP_NM,
                       ARP_REL_TYPE, ARP_SCOPE,
                       CHAR(ARP_EFF_DATE, ISO),
                       CHAR(ARP_EXP_DATE, ISO),
                       ARP_DOC_REF,  ARP_UPDT_RACF_ID,
                       ARP_UPDT_TS
                  FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM = :WS-SUBJECT-CUST-NUM
                 ORDER BY ARP_REP_SEQ
           END-EXEC.

           EXEC SQL
                DECLARE NOTE-CSR CURSOR FOR
                SELECT NTE_NOTE_SEQ,       NTE_NOTE_TYPE,
                       NTE_NOTE_TEXT_1,    NTE_NOTE_TEXT_2,
                       NTE_AUTHOR_RACF_ID, CHAR(NTE_NOTE_TS),
                       CHAR(NTE_FOLLOWUP_DATE, ISO),
                       NTE_FOLLOWUP_STATUS
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :WS-SUBJECT-CUST-NUM
                 ORDER BY NTE_NOTE_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748SAR WORKING STORAGE ENDS'.
      *
           PERFORM 3600-SECTION-DISCLOSURE
              THRU 3600-EXIT.

           PERFORM 3700-SECTION-AUTH-REP
              THRU 3700-EXIT.

           PERFORM 3800-SECTION-NOTES
              THRU 3800-EXIT.

           PERFORM 8000-WRITE-CONTROL-TOTALS
              THRU 8000-EXIT.

           CLOSE SAR-PACKAGE-FILE.

           PERFORM 8500-REGISTER-OUTBOUND-FILE
              THRU 8500-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

                    WS-SUBJECT-CUST-NUM.

           OPEN OUTPUT SAR-PACKAGE-FILE.

      * EVERY PAYLOAD DETOKENIZED HERE BELONGS TO THE SUBJECT, AND THE
      * JOB'S OWN DB2 ID IS THE ONE CHECKED FOR THE GRANT.
           SET TKN-DETOKENIZE                TO TRUE.
           MOVE SPACES                       TO TKN-RACF-ID.
           MOVE WS-SUBJECT-CUST-NUM          TO TKN-CUSTOMER-NBR.
           .
       1000-EXIT.
           EXIT.
                INTO  :TLG-LOG-TIMESTAMP, :TLG-LOG-TYPE,
                      :TLG-SRV-FN-CD,     :TLG-RACF-ID,
                      :TLG-REQUEST-STATUS,
                      :TLG-CORRELATION-ID,
                      :TLG-SEG-SEQ,       :TLG-EMPLOYEE-NBR,
                      :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA
           END-EXEC.

           IF SQLCODE NOT = 0
                  INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           IF TLG-LOG-TYPE = 'REQUEST'
            OR TLG-LOG-TYPE = 'RESPONSE'
            OR TLG-LOG-TYPE = 'RESPONSC'
               MOVE TLG-CORRELATION-ID      TO TKN-CORRELATION-ID
               MOVE TLG-LOG-TYPE            TO TKN-LOG-TYPE
               MOVE TLG-SEG-SEQ             TO TKN-SEG-SEQ
               MOVE TLG-EMPLOYEE-NBR        TO TKN-EMPLOYEE-NBR
               MOVE TLG-SRV-FN-CD           TO TKN-SRV-FN-CD
               MOVE TLG-LOG-DATA-LENGTH     TO TKN-LOG-DATA-LENGTH
               CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                          TLG-LOG-DATA
               PERFORM 3900-LIST-PAYLOAD-VALUES
                  THRU 3900-EXIT
           END-IF.
           .
       3410-EXIT.
           EXIT.
                INTO  :TLA-LOG-TIMESTAMP, :TLA-LOG-TYPE,
                      :TLA-SRV-FN-CD,     :TLA-RACF-ID,
                      :TLA-REQUEST-STATUS,
                      :TLA-CORRELATION-ID,
                      :TLA-SEG-SEQ,       :TLA-EMPLOYEE-NBR,
                      :TLA-LOG-DATA-LENGTH, :TLA-LOG-DATA
           END-EXEC.

           IF SQLCODE NOT = 0
                  INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           IF TLA-LOG-TYPE = 'REQUEST'
            OR TLA-LOG-TYPE = 'RESPONSE'
            OR TLA-LOG-TYPE = 'RESPONSC'
               MOVE TLA-CORRELATION-ID      TO TKN-CORRELATION-ID
               MOVE TLA-LOG-TYPE            TO TKN-LOG-TYPE
               MOVE TLA-SEG-SEQ             TO TKN-SEG-SEQ
               MOVE TLA-EMPLOYEE-NBR        TO TKN-EMPLOYEE-NBR
               MOVE TLA-SRV-FN-CD           TO TKN-SRV-FN-CD
               MOVE TLA-LOG-DATA-LENGTH     TO TKN-LOG-DATA-LENGTH
               CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                          TLA-LOG-DATA
               PERFORM 3900-LIST-PAYLOAD-VALUES
                  THRU 3900-EXIT
           END-IF.
           .
       3510-EXIT.
           EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3700-SECTION-AUTH-REP                        *
      * EVERY APPOINTMENT ON FILE FOR THE SUBJECT - ENDED ONES ARE     *
      * KEPT ON THE TABLE AND ARE PART OF WHAT WE HOLD.                *
      ******************************************************************
       3700-SECTION-AUTH-REP.

           MOVE 'SECTION 8 - REPRESENTATIVES (T_CUST_AUTH_REP)'
             TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           SET WS-NOT-EOF-CURSOR             TO TRUE.
           EXEC SQL OPEN AREP-CSR END-EXEC.

           PERFORM 3710-FETCH-AREP-ROW
              THRU 3710-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL CLOSE AREP-CSR END-EXEC.
           .
       3700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3710-FETCH-AREP-ROW                         *
      ******************************************************************
       3710-FETCH-AREP-ROW.

           EXEC SQL
                FETCH AREP-CSR
                INTO  :ARP-REP-SEQ,      :ARP-REP-NM,
                      :ARP-REL-TYPE,     :ARP-SCOPE,
                      :ARP-EFF-DATE,     :ARP-EXP-DATE,
                      :ARP-DOC-REF,      :ARP-UPDT-RACF-ID,
                      :ARP-UPDT-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 3710-EXIT
           END-IF.

           ADD 1                             TO WS-AREP-COUNT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  ' ARP-REP-NM
                  ' REL=' ARP-REL-TYPE
                  ' SCOPE=' ARP-SCOPE
                  ' FROM ' ARP-EFF-DATE
                  ' TO ' ARP-EXP-DATE
                  ' DOC=' ARP-DOC-REF
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '      LAST CHANGED ' ARP-UPDT-TS
                  ' BY ' ARP-UPDT-RACF-ID
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.
           .
       3710-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3800-SECTION-NOTES                         *
      * EVERY SERVICE NOTE RECORDED ABOUT THE SUBJECT, OLDEST FIRST,   *
      * WITH WHO WROTE IT AND ANY FOLLOW-UP IT ASKED FOR.              *
      ******************************************************************
       3800-SECTION-NOTES.

           MOVE 'SECTION 9 - SERVICE NOTES (T_CUST_NOTE)'
             TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           SET WS-NOT-EOF-CURSOR             TO TRUE.
           EXEC SQL OPEN NOTE-CSR END-EXEC.

           PERFORM 3810-FETCH-NOTE-ROW
              THRU 3810-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL CLOSE NOTE-CSR END-EXEC.
           .
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3810-FETCH-NOTE-ROW                         *
      ******************************************************************
       3810-FETCH-NOTE-ROW.

           EXEC SQL
                FETCH NOTE-CSR
                INTO  :NTE-NOTE-SEQ,       :NTE-NOTE-TYPE,
                      :NTE-NOTE-TEXT-1,    :NTE-NOTE-TEXT-2,
                      :NTE-AUTHOR-RACF-ID, :NTE-NOTE-TS,
                      :NTE-FOLLOWUP-DATE,
                      :NTE-FOLLOWUP-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 3810-EXIT
           END-IF.

           ADD 1                             TO WS-NOTE-COUNT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           IF NTE-NO-FOLLOWUP
               STRING '  ' NTE-NOTE-TS
                      ' TYPE=' NTE-NOTE-TYPE
                      ' BY ' NTE-AUTHOR-RACF-ID
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING '  ' NTE-NOTE-TS
                      ' TYPE=' NTE-NOTE-TYPE
                      ' BY ' NTE-AUTHOR-RACF-ID
                      ' FOLLOW-UP ' NTE-FOLLOWUP-DATE
                      ' STATUS=' NTE-FOLLOWUP-STATUS
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '      ' NTE-NOTE-TEXT-1 NTE-NOTE-TEXT-2
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.
           .
       3810-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3900-LIST-PAYLOAD-VALUES                      *
      * PRINTS WHAT F5748TKN RESTORED FOR THE PAYLOAD ROW JUST         *
      * PRINTED, OR WHY NOTHING WAS RESTORED.                          *
      ******************************************************************
       3900-LIST-PAYLOAD-VALUES.

           EVALUATE TKN-RETURN-CODE
               WHEN 0
                   ADD 1                     TO WS-DETOK-COUNT
                   PERFORM 3910-PRINT-ONE-VALUE
                      THRU 3910-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > TKN-VALUE-COUNT
               WHEN 4
                   CONTINUE
               WHEN 8
                   ADD 1                     TO WS-DETOK-DENIED-COUNT
                   MOVE SPACES               TO WS-PRINT-LINE
                   STRING '      PERSONAL DATA TOKENIZED - THIS JOB '
                          'IS NOT ENTITLED TO DETOKENIZE'
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 7000-WRITE-LINE
                      THRU 7000-EXIT
               WHEN OTHER
                   ADD 1                     TO WS-DETOK-DENIED-COUNT
                   MOVE TKN-SQLCODE          TO WS-SQLCODE-DISP
                   MOVE SPACES               TO WS-PRINT-LINE
                   STRING '      PERSONAL DATA TOKENIZED - DETOKENIZE '
                          'FAILED SQLCODE=' WS-SQLCODE-DISP
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 7000-WRITE-LINE
                      THRU 7000-EXIT
           END-EVALUATE.
           .
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3910-PRINT-ONE-VALUE                        *
      ******************************************************************
       3910-PRINT-ONE-VALUE.

           IF TKN-VAL-LABEL(WS-SUB)(1:7) = 'MEMBER '
            OR TKN-VAL-LABEL(WS-SUB) = 'CANDIDATE NAME'
               ADD 1                         TO WS-THIRD-PARTY-COUNT
               GO TO 3910-EXIT
           END-IF.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '      ' TKN-VAL-LABEL(WS-SUB)
                  ': ' TKN-VAL-TEXT(WS-SUB)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.
           .
       3910-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      7000-WRITE-LINE                           *
      ******************************************************************
       7000-WRITE-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  REPRESENTATIVES  : ' WS-AREP-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  SERVICE NOTES    : ' WS-NOTE-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  PAYLOADS SHOWN   : ' WS-DETOK-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  PAYLOADS WITHHELD: ' WS-DETOK-DENIED-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE SPACES                       TO WS-PRINT-LINE.
           STRING '  THIRD-PARTY VALS : ' WS-THIRD-PARTY-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.

           MOVE 'END OF PACKAGE'             TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
              THRU 7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED SAROUT IS READ BACK SO THE MANIFEST CARRIES THE     *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO LEGAL.                     *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-OUTBOUND-FEED-ID          TO OBR-FEED-ID.
           MOVE WS-RUN-TS(1:10)              TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT SAR-PACKAGE-FILE.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE SAR-PACKAGE-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'F5748SAR - SAROUT ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'F5748SAR - FEED ' OBR-FEED-ID
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

           READ SAR-PACKAGE-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF SAR-PACKAGE-RECORD(1:9) NUMERIC
               MOVE SAR-PACKAGE-RECORD(1:9)  TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
           DISPLAY 'F5748SAR - LIVE LOG ROWS     : ' WS-LOG-COUNT.
           DISPLAY 'F5748SAR - ARCHIVED LOG ROWS : ' WS-ARCH-COUNT.
           DISPLAY 'F5748SAR - DISCLOSURES       : ' WS-DISCL-COUNT.
           DISPLAY 'F5748SAR - REPRESENTATIVES   : ' WS-AREP-COUNT.
           DISPLAY 'F5748SAR - SERVICE NOTES     : ' WS-NOTE-COUNT.
           DISPLAY 'F5748SAR - PAYLOADS SHOWN    : ' WS-DETOK-COUNT.
           DISPLAY 'F5748SAR - PAYLOADS WITHHELD : '
                    WS-DETOK-DENIED-COUNT.
           .
       9000-EXIT.
           EXIT.
