      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748CRN.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748CRN:     NIGHTLY CUSTOMER CORRESPONDENCE HUB             *
      *                                                                *
      *  FUNCTION:     EVERY LETTER OR EMAIL A UIS PROGRAM WANTS SENT  *
      *                TO A CUSTOMER IS QUEUED AS A T_CORR_REQUEST     *
      *                ROW (SEE F5748CRQ) - ONE PLACE, ONE FORMAT,     *
      *                INSTEAD OF AN EXTRACT PER NOTICE TYPE. THIS     *
      *                JOB TAKES EVERY PENDING ROW, MOST URGENT AND    *
      *                THEN OLDEST FIRST, AND FOR EACH:                *
      *                                                                *
      *                - SUPPRESSES IT WHEN THE CUSTOMER IS GONE       *
      *                  (MERGED/ERASED), RECORDED DECEASED            *
      *                  (T_CUST_DECEASED), OR ON FRAUD HOLD           *
      *                  (T_CUST_FRAUD_HOLD) - A LETTER TO A FRAUD-    *
      *                  HELD CUSTOMER GOES TO WHOEVER CHANGED THE     *
      *                  DETAILS;                                      *
      *                - TAKES THE ADDRESS AND EMAIL FROM              *
      *                  T_CUST_CONTACT AND THE CHANNEL THE CUSTOMER   *
      *                  PREFERS FROM T_CUST_CONSENT (MAIL WHEN NO     *
      *                  PREFERENCE IS ON FILE). A CHANNEL WHOSE       *
      *                  DETAILS ARE MISSING OR FLAGGED UNDELIVERABLE  *
      *                  IS NOT USED: THE OTHER IS TRIED, AND WITH     *
      *                  NEITHER THE REQUEST IS SUPPRESSED;            *
      *                - WRITES ONE DETAIL RECORD TO THE VENDOR FILE,  *
      *                  RECORDS IT ON T_CORR_SENT_HIST, AND MARKS THE *
      *                  REQUEST SENT (OR SUPPRESSED, WITH THE         *
      *                  REASON).                                      *
      *                                                                *
      *                A DB2 OR FILE FAILURE ON ONE REQUEST LEAVES IT  *
      *                PENDING FOR THE NEXT RUN AND ENDS THE JOB RC 8. *
      *                THE SUPPRESSIONS ARE LISTED ON SYSOUT.          *
      *                THE CLOSED VENDOR FILE IS REGISTERED ON THE     *
      *                OUTBOUND MANIFEST (FEED UISCORR, VIA F5748OBR); *
      *                A FILE THAT COULD NOT BE REGISTERED ENDS THE JOB*
      *                RC 4 UNLESS SOMETHING WORSE HAPPENED.           *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - RUN-DATE (YYYY-MM-DD)                *
      *                                                                *
      *  OUTPUT:       CORRVND - THE PRINT/EMAIL VENDOR FILE, 500      *
      *                BYTES: ONE HEADER ('H' - FEED ID UISCORR, RUN   *
      *                DATE, CREATED TIMESTAMP), ONE DETAIL ('D') PER  *
      *                LETTER OR EMAIL, ONE TRAILER ('T' - DETAIL,     *
      *                MAIL, AND EMAIL COUNTS).                        *
      *                                                                *
      *  DB2 TABLES:   T_CORR_REQUEST (READ/UPDATE)                    *
      *                T_CORR_SENT_HIST (INSERT)                       *
      *                T_CUST_DATA (READ)                              *
      *                T_CUST_DECEASED (READ)                          *
      *                T_CUST_FRAUD_HOLD (READ)                        *
      *                T_CUST_CONTACT (READ)                           *
      *                T_CUST_CONSENT (READ)                           *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  VENDOR FILE REGISTERED ON THE OUTBOUND      *
      *                    MANIFEST (F5748OBR) AFTER IT IS CLOSED      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE               ASSIGN TO CORRVND
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
               10  FILLER                   PIC X(455).
           05  VND-DETAIL-VIEW REDEFINES VND-RECORD-BODY.
               10  VND-CUST-NUM             PIC X(10).
               10  VND-TEMPLATE-CD          PIC X(08).
               10  VND-PRIORITY             PIC X(01).
               10  VND-CHANNEL              PIC X(01).
               10  VND-CUST-NM              PIC X(50).
               10  VND-ADDR-LINE-1          PIC X(40).
               10  VND-ADDR-LINE-2          PIC X(40).
               10  VND-CITY                 PIC X(30).
               10  VND-STATE                PIC X(02).
               10  VND-POSTAL-CD            PIC X(10).
               10  VND-EMAIL                PIC X(50).
               10  VND-REQUEST-TS           PIC X(26).
               10  VND-SOURCE-PGM           PIC X(08).
               10  VND-VAR-DATA             PIC X(200).
               10  FILLER                   PIC X(23).
           05  VND-TRAILER-VIEW REDEFINES VND-RECORD-BODY.
               10  VND-TRL-DETAIL-COUNT     PIC 9(09).
               10  VND-TRL-MAIL-COUNT       PIC 9(09).
               10  VND-TRL-EMAIL-COUNT      PIC 9(09).
               10  FILLER                   PIC X(472).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748CRN'.
           05  WS-VENDOR-FEED-ID            PIC X(08) VALUE 'UISCORR '.

       01  WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-CREATED-TS                PIC X(26) VALUE SPACES.
           05  WS-PREF-CHANNEL              PIC X(01) VALUE SPACE.
           05  WS-SEND-CHANNEL              PIC X(01) VALUE SPACE.
           05  WS-SUPPRESS-RSN              PIC X(04) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-DETAIL-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-MAIL-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-EMAIL-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-SUPPRESSED-COUNT          PIC 9(09) VALUE ZEROES.
           05  WS-NCUS-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-DECD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-FRDH-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-NOAD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-UNDL-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-LEFT-PENDING-COUNT        PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-OUTCOME-SW                PIC X(01) VALUE SPACE.
               88  WS-OUTCOME-SEND                    VALUE 'S'.
               88  WS-OUTCOME-SUPPRESS                VALUE 'X'.
               88  WS-OUTCOME-LEAVE                   VALUE 'L'.
           05  WS-MAIL-SW                   PIC X(01) VALUE 'N'.
               88  WS-MAIL-USABLE                     VALUE 'Y'.
           05  WS-EMAIL-SW                  PIC X(01) VALUE 'N'.
               88  WS-EMAIL-USABLE                    VALUE 'Y'.
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-VENDOR-STATUS             PIC X(02) VALUE SPACES.
               88  WS-VENDOR-OK                       VALUE '00'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-PREFIX-NUM           PIC 9(09) VALUE ZEROES.
       01  WS-OUTBOUND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-EOF                        VALUE 'Y'.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CORR_REQUEST
           EXEC SQL INCLUDE F5748CRQ     END-EXEC.

      * DCLGEN FOR T_CORR_SENT_HIST
           EXEC SQL INCLUDE F5748CRH     END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_CUST_DECEASED
           EXEC SQL INCLUDE F5748DEC     END-EXEC.

      * DCLGEN FOR T_CUST_FRAUD_HOLD
           EXEC SQL INCLUDE F5748FRH     END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_CUST_CONSENT
           EXEC SQL INCLUDE F5748CNS     END-EXEC.

           EXEC SQL
                DECLARE PENDING-CSR CURSOR FOR
                SELECT CRQ_CUST_NUM
                     , CHAR(CRQ_REQUEST_TS)
                     , CRQ_TEMPLATE_CD
                     , CRQ_PRIORITY
                     , CRQ_VAR_DATA
                     , CRQ_SOURCE_PGM
                  FROM T_CORR_REQUEST
                 WHERE CRQ_STATUS = 'P'
                 ORDER BY CRQ_PRIORITY, CRQ_REQUEST_TS
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748CRN WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-NEXT-REQUEST
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE PENDING-CSR
           END-EXEC.

           PERFORM 8000-WRITE-TRAILER
              THRU 8000-EXIT.

           PERFORM 8500-REGISTER-OUTBOUND-FILE
              THRU 8500-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO RETURN-CODE.

           ACCEPT WS-RUN-DATE               FROM SYSIN.

           DISPLAY 'F5748CRN - CORRESPONDENCE RUN FOR ' WS-RUN-DATE.
           DISPLAY ' '.

           EXEC SQL
                SET :WS-CREATED-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC.

           OPEN OUTPUT VENDOR-FILE.

           MOVE SPACES                      TO VENDOR-RECORD.
           SET VND-IS-HEADER                TO TRUE.
           MOVE WS-VENDOR-FEED-ID           TO VND-HDR-FEED-ID.
           MOVE WS-RUN-DATE                 TO VND-HDR-RUN-DATE.
           MOVE WS-CREATED-TS               TO VND-HDR-CREATED-TS.

           WRITE VENDOR-RECORD.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748CRN - HEADER WRITE FAILED STATUS='
                        WS-VENDOR-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                OPEN PENDING-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CRN - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2000-PROCESS-NEXT-REQUEST                     *
      ******************************************************************
       2000-PROCESS-NEXT-REQUEST.

           EXEC SQL
                FETCH PENDING-CSR
                INTO  :CRQ-CUST-NUM
                     ,:CRQ-REQUEST-TS
                     ,:CRQ-TEMPLATE-CD
                     ,:CRQ-PRIORITY
                     ,:CRQ-VAR-DATA
                     ,:CRQ-SOURCE-PGM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-READ-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748CRN - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           PERFORM 2100-RESOLVE-CUSTOMER
              THRU 2100-EXIT.

           IF WS-OUTCOME-SEND
               PERFORM 2200-CHOOSE-CHANNEL
                  THRU 2200-EXIT
           END-IF.

           IF WS-OUTCOME-SEND
               PERFORM 2500-WRITE-DETAIL
                  THRU 2500-EXIT
           END-IF.

           IF WS-OUTCOME-SEND
               PERFORM 2600-RECORD-SENT
                  THRU 2600-EXIT
           END-IF.

           IF WS-OUTCOME-SUPPRESS
               PERFORM 2800-RECORD-SUPPRESSED
                  THRU 2800-EXIT
           END-IF.

           IF WS-OUTCOME-LEAVE
               ADD 1                        TO WS-LEFT-PENDING-COUNT
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-RESOLVE-CUSTOMER                        *
      * THE CUSTOMER MUST STILL EXIST, NOT BE RECORDED DECEASED, NOT   *
      * BE ON FRAUD HOLD, AND HAVE CONTACT DETAILS ON FILE. THE FIRST  *
      * TEST FAILED IS THE SUPPRESSION REASON. A DB2 FAILURE LEAVES    *
      * THE REQUEST PENDING.                                           *
      ******************************************************************
       2100-RESOLVE-CUSTOMER.

           SET WS-OUTCOME-SEND              TO TRUE.
           MOVE SPACES                      TO WS-SUPPRESS-RSN.

           EXEC SQL
                SELECT CUST_NM
                  INTO :CUST-NM
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CRQ-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-OUTCOME-SUPPRESS   TO TRUE
                   MOVE 'NCUS'               TO WS-SUPPRESS-RSN
                   GO TO 2100-EXIT
               WHEN OTHER
                   PERFORM 8900-REQUEST-SQL-FAILURE
                      THRU 8900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT DEC_STATUS
                  INTO :DEC-STATUS
                  FROM T_CUST_DECEASED
                 WHERE DEC_CUST_NUM = :CRQ-CUST-NUM
                   AND DEC_STATUS   = 'D'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-OUTCOME-SUPPRESS   TO TRUE
                   MOVE 'DECD'               TO WS-SUPPRESS-RSN
                   GO TO 2100-EXIT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 8900-REQUEST-SQL-FAILURE
                      THRU 8900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT FRH_STATUS
                  INTO :FRH-STATUS
                  FROM T_CUST_FRAUD_HOLD
                 WHERE FRH_CUST_NUM = :CRQ-CUST-NUM
                   AND FRH_STATUS   = 'H'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-OUTCOME-SUPPRESS   TO TRUE
                   MOVE 'FRDH'               TO WS-SUPPRESS-RSN
                   GO TO 2100-EXIT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 8900-REQUEST-SQL-FAILURE
                      THRU 8900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT CCT_ADDR_LINE_1, CCT_ADDR_LINE_2,
                       CCT_CITY,        CCT_STATE,
                       CCT_POSTAL_CD,   CCT_EMAIL,
                       CCT_MAIL_UNDELIV_IND,
                       CCT_EMAIL_UNDELIV_IND
                  INTO :CCT-ADDR-LINE-1, :CCT-ADDR-LINE-2,
                       :CCT-CITY,        :CCT-STATE,
                       :CCT-POSTAL-CD,   :CCT-EMAIL,
                       :CCT-MAIL-UNDELIV-IND,
                       :CCT-EMAIL-UNDELIV-IND
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CRQ-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-OUTCOME-SUPPRESS   TO TRUE
                   MOVE 'NOAD'               TO WS-SUPPRESS-RSN
                   GO TO 2100-EXIT
               WHEN OTHER
                   PERFORM 8900-REQUEST-SQL-FAILURE
                      THRU 8900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT CNS_CORR_CHANNEL
                  INTO :CNS-CORR-CHANNEL
                  FROM T_CUST_CONSENT
                 WHERE CNS_CUST_NUM = :CRQ-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE CNS-CORR-CHANNEL     TO WS-PREF-CHANNEL
               WHEN SQLCODE = 100
                   MOVE 'M'                  TO WS-PREF-CHANNEL
               WHEN OTHER
                   PERFORM 8900-REQUEST-SQL-FAILURE
                      THRU 8900-EXIT
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-CHOOSE-CHANNEL                         *
      * THE PREFERRED CHANNEL IF ITS DETAILS ARE THERE AND NOT FLAGGED *
      * UNDELIVERABLE, ELSE THE OTHER ONE, ELSE NOTHING CAN REACH THE  *
      * CUSTOMER AND THE REQUEST IS SUPPRESSED.                        *
      ******************************************************************
       2200-CHOOSE-CHANNEL.

           MOVE 'N'                         TO WS-MAIL-SW
                                               WS-EMAIL-SW.

           IF CCT-ADDR-LINE-1 NOT = SPACES
            AND CCT-POSTAL-CD NOT = SPACES
            AND NOT CCT-MAIL-UNDELIVERABLE
               SET WS-MAIL-USABLE           TO TRUE
           END-IF.

           IF CCT-EMAIL NOT = SPACES
            AND NOT CCT-EMAIL-UNDELIVERABLE
               SET WS-EMAIL-USABLE          TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-PREF-CHANNEL = 'E' AND WS-EMAIL-USABLE
                   MOVE 'E'                 TO WS-SEND-CHANNEL
               WHEN WS-MAIL-USABLE
                   MOVE 'M'                 TO WS-SEND-CHANNEL
               WHEN WS-EMAIL-USABLE
                   MOVE 'E'                 TO WS-SEND-CHANNEL
               WHEN OTHER
                   SET WS-OUTCOME-SUPPRESS  TO TRUE
                   MOVE 'UNDL'              TO WS-SUPPRESS-RSN
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2500-WRITE-DETAIL                          *
      * ONLY THE DETAILS FOR THE CHANNEL USED GO TO THE VENDOR - A     *
      * LETTER CARRIES NO EMAIL ADDRESS, AN EMAIL NO POSTAL ADDRESS.   *
      ******************************************************************
       2500-WRITE-DETAIL.

           MOVE SPACES                      TO VENDOR-RECORD.
           SET VND-IS-DETAIL                TO TRUE.
           MOVE CRQ-CUST-NUM                TO VND-CUST-NUM.
           MOVE CRQ-TEMPLATE-CD             TO VND-TEMPLATE-CD.
           MOVE CRQ-PRIORITY                TO VND-PRIORITY.
           MOVE WS-SEND-CHANNEL             TO VND-CHANNEL.
           MOVE CUST-NM                     TO VND-CUST-NM.
           MOVE CRQ-REQUEST-TS              TO VND-REQUEST-TS.
           MOVE CRQ-SOURCE-PGM              TO VND-SOURCE-PGM.
           MOVE CRQ-VAR-DATA                TO VND-VAR-DATA.

           IF WS-SEND-CHANNEL = 'M'
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
               DISPLAY 'F5748CRN - DETAIL WRITE FAILED STATUS='
                        WS-VENDOR-STATUS ' FOR ' CRQ-CUST-NUM
               SET WS-OUTCOME-LEAVE         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2500-EXIT
           END-IF.

           ADD 1                            TO WS-DETAIL-COUNT.

           IF WS-SEND-CHANNEL = 'M'
               ADD 1                        TO WS-MAIL-COUNT
           ELSE
               ADD 1                        TO WS-EMAIL-COUNT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2600-RECORD-SENT                           *
      * THE DETAIL IS ALREADY ON THE FILE, SO A FAILURE HERE IS        *
      * REPORTED FOR FOLLOW-UP RATHER THAN LEFT TO SEND TWICE.         *
      ******************************************************************
       2600-RECORD-SENT.

           EXEC SQL
                UPDATE T_CORR_REQUEST
                   SET CRQ_STATUS       = 'S'
                     , CRQ_CHANNEL      = :WS-SEND-CHANNEL
                     , CRQ_PROCESSED_TS = CURRENT TIMESTAMP
                 WHERE CRQ_CUST_NUM     = :CRQ-CUST-NUM
                   AND CRQ_REQUEST_TS   = :CRQ-REQUEST-TS
                   AND CRQ_TEMPLATE_CD  = :CRQ-TEMPLATE-CD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CRN - MARK SENT FAILED SQLCODE='
                        SQLCODE ' FOR ' CRQ-CUST-NUM
                        ' ' CRQ-REQUEST-TS
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.

           MOVE CRQ-CUST-NUM                TO CRH-CUST-NUM.
           MOVE CRQ-TEMPLATE-CD             TO CRH-TEMPLATE-CD.
           MOVE WS-SEND-CHANNEL             TO CRH-CHANNEL.
           MOVE CRQ-REQUEST-TS              TO CRH-REQUEST-TS.
           MOVE CRQ-SOURCE-PGM              TO CRH-SOURCE-PGM.
           MOVE WS-RUN-DATE                 TO CRH-RUN-DATE.

           IF WS-SEND-CHANNEL = 'M'
               MOVE CCT-ADDR-LINE-1         TO CRH-DESTINATION
               MOVE CCT-POSTAL-CD           TO CRH-POSTAL-CD
           ELSE
               MOVE CCT-EMAIL               TO CRH-DESTINATION
               MOVE SPACES                  TO CRH-POSTAL-CD
           END-IF.

           EXEC SQL
                INSERT INTO T_CORR_SENT_HIST
                       ( CRH_CUST_NUM
                       , CRH_SENT_TS
                       , CRH_TEMPLATE_CD
                       , CRH_CHANNEL
                       , CRH_DESTINATION
                       , CRH_POSTAL_CD
                       , CRH_REQUEST_TS
                       , CRH_SOURCE_PGM
                       , CRH_RUN_DATE )
                VALUES ( :CRH-CUST-NUM
                       , CURRENT TIMESTAMP
                       , :CRH-TEMPLATE-CD
                       , :CRH-CHANNEL
                       , :CRH-DESTINATION
                       , :CRH-POSTAL-CD
                       , :CRH-REQUEST-TS
                       , :CRH-SOURCE-PGM
                       , DATE(:CRH-RUN-DATE) )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CRN - SENT HISTORY INSERT FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' CRQ-CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2800-RECORD-SUPPRESSED                       *
      ******************************************************************
       2800-RECORD-SUPPRESSED.

           ADD 1                            TO WS-SUPPRESSED-COUNT.

           EVALUATE WS-SUPPRESS-RSN
               WHEN 'NCUS'
                   ADD 1                    TO WS-NCUS-COUNT
               WHEN 'DECD'
                   ADD 1                    TO WS-DECD-COUNT
               WHEN 'FRDH'
                   ADD 1                    TO WS-FRDH-COUNT
               WHEN 'NOAD'
                   ADD 1                    TO WS-NOAD-COUNT
               WHEN 'UNDL'
                   ADD 1                    TO WS-UNDL-COUNT
           END-EVALUATE.

           DISPLAY '  SUPPRESSED ' WS-SUPPRESS-RSN
                   ' CUST=' CRQ-CUST-NUM
                   ' ' CRQ-TEMPLATE-CD
                   ' FROM ' CRQ-SOURCE-PGM
                   ' AT ' CRQ-REQUEST-TS(1:19).

           EXEC SQL
                UPDATE T_CORR_REQUEST
                   SET CRQ_STATUS       = 'X'
                     , CRQ_SUPPRESS_RSN = :WS-SUPPRESS-RSN
                     , CRQ_PROCESSED_TS = CURRENT TIMESTAMP
                 WHERE CRQ_CUST_NUM     = :CRQ-CUST-NUM
                   AND CRQ_REQUEST_TS   = :CRQ-REQUEST-TS
                   AND CRQ_TEMPLATE_CD  = :CRQ-TEMPLATE-CD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CRN - MARK SUPPRESSED FAILED SQLCODE='
                        SQLCODE ' FOR ' CRQ-CUST-NUM
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
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
           MOVE WS-MAIL-COUNT               TO VND-TRL-MAIL-COUNT.
           MOVE WS-EMAIL-COUNT              TO VND-TRL-EMAIL-COUNT.

           WRITE VENDOR-RECORD.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748CRN - TRAILER WRITE FAILED STATUS='
                        WS-VENDOR-STATUS
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.

           CLOSE VENDOR-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED CORRVND IS READ BACK SO THE MANIFEST CARRIES THE    *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO THE VENDOR.                *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-VENDOR-FEED-ID            TO OBR-FEED-ID.
           MOVE WS-RUN-DATE                  TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT VENDOR-FILE.

           IF NOT WS-VENDOR-OK
               DISPLAY 'F5748CRN - CORRVND REOPEN FAILED STATUS='
                        WS-VENDOR-STATUS ' - NOT REGISTERED'
               MOVE 4                        TO RETURN-CODE
               GO TO 8500-EXIT
           END-IF.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE VENDOR-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'F5748CRN - CORRVND ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'F5748CRN - FEED ' OBR-FEED-ID
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

           READ VENDOR-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF VENDOR-RECORD(1:9) NUMERIC
               MOVE VENDOR-RECORD(1:9)       TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  8900-REQUEST-SQL-FAILURE                      *
      ******************************************************************
       8900-REQUEST-SQL-FAILURE.

           DISPLAY 'F5748CRN - LOOKUP FAILED SQLCODE=' SQLCODE
                   ' FOR ' CRQ-CUST-NUM ' - LEFT PENDING'.
           SET WS-OUTCOME-LEAVE             TO TRUE.
           .
       8900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748CRN - REQUESTS READ         : '
                    WS-READ-COUNT.
           DISPLAY 'F5748CRN - SENT TO VENDOR        : '
                    WS-DETAIL-COUNT.
           DISPLAY 'F5748CRN -   BY MAIL             : '
                    WS-MAIL-COUNT.
           DISPLAY 'F5748CRN -   BY EMAIL            : '
                    WS-EMAIL-COUNT.
           DISPLAY 'F5748CRN - SUPPRESSED            : '
                    WS-SUPPRESSED-COUNT.
           DISPLAY 'F5748CRN -   CUSTOMER GONE       : '
                    WS-NCUS-COUNT.
           DISPLAY 'F5748CRN -   DECEASED            : '
                    WS-DECD-COUNT.
           DISPLAY 'F5748CRN -   FRAUD HOLD          : '
                    WS-FRDH-COUNT.
           DISPLAY 'F5748CRN -   NO CONTACT DETAILS  : '
                    WS-NOAD-COUNT.
           DISPLAY 'F5748CRN -   UNDELIVERABLE       : '
                    WS-UNDL-COUNT.
           DISPLAY 'F5748CRN - LEFT PENDING          : '
                    WS-LEFT-PENDING-COUNT.

           IF WS-RUN-HAD-ERROR
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748CRN.
