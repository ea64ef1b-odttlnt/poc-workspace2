      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  GLJRNL:       MONTHLY GENERAL-LEDGER JOURNAL EXTRACT FOR      *
      *                ORDER COSTS AND UIS USAGE CHARGEBACK            *
      *                                                                *
      *  FUNCTION:     FINANCE USED TO RE-KEY THE PRDORDER REGISTER    *
      *                TOTALS AND THE F5748CHB CHARGEBACK FIGURES INTO *
      *                THE LEDGER EVERY MONTH. THIS JOB BUILDS THE     *
      *                JOURNAL INSTEAD, FOR THE SAME RUN PERIOD CARD   *
      *                F5748CHB TAKES (CALENDAR MONTH OR FISCAL        *
      *                PERIOD):                                        *
      *                 - ORDERS: EACH DEPARTMENT'S STORED ORDERS      *
      *                   (Q.PRODORD_HDR) DATED IN THE PERIOD, NET OF  *
      *                   CREDITS, ARE DEBITED TO THE DEPARTMENT'S     *
      *                   COST CENTER AND ACCOUNT;                     *
      *                 - CHARGEBACK: EACH SOURCE APPLICATION'S UIS    *
      *                   USAGE FOR THE PERIOD, PRICED AT THE RATES ON *
      *                   THE CARD (PER REQUEST PLUS PER SECOND OF     *
      *                   DB2 ELAPSED TIME), IS DEBITED LIKEWISE;      *
      *                 - EACH FEED'S TOTAL IS CREDITED TO THAT FEED'S *
      *                   RECOVERY OFFSET ACCOUNT, SO THE JOURNAL      *
      *                   BALANCES.                                    *
      *                A DEPARTMENT WHOSE CREDITS EXCEED ITS ORDERS    *
      *                POSTS AS A CREDIT, NOT A NEGATIVE DEBIT.        *
      *                EVERY DEPARTMENT, APPLICATION AND FEED OFFSET   *
      *                IS MAPPED THROUGH Q.GLXREF (SEE GLXMAINT). THE  *
      *                WHOLE PERIOD IS MAPPED BEFORE THE JOURNAL IS    *
      *                OPENED: IF ANYTHING IS UNMAPPED EVERY UNMAPPED  *
      *                KEY IS LISTED AND NO JOURNAL IS WRITTEN -       *
      *                NOTHING IS EVER POSTED TO SUSPENSE.             *
      *                A JOURNAL WRITTEN CLEANLY AND IN BALANCE IS     *
      *                THEN REGISTERED ON THE OUTBOUND MANIFEST (FEED  *
      *                GLJRNL, VIA F5748OBR) UNDER ITS JOURNAL DATE.   *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CARD:                            *
      *                   COLS 01-07  RUN PERIOD - CALENDAR YYYY-MM,   *
      *                               OR FISCAL YYYY-PP WHEN COL 08    *
      *                               IS 'F'                           *
      *                   COL  08     BASIS - 'F' = FISCAL PERIOD,     *
      *                               BLANK = CALENDAR MONTH           *
      *                   COLS 10-15  RATE PER REQUEST, 99V9999        *
      *                   COLS 17-22  RATE PER ELAPSED SECOND, 99V9999 *
      *                                                                *
      *  INPUT/OUTPUT: GLJRNL - GL STANDARD UPLOAD, 100-BYTE FIXED:    *
      *                   'H' HEADER - SOURCE, JOURNAL DATE (LAST DAY  *
      *                       OF THE PERIOD), PERIOD START/END, RUN    *
      *                       DATE, DESCRIPTION                        *
      *                   'D' DETAIL - LINE NUMBER, COST CENTER, GL    *
      *                       ACCOUNT, D/C, AMOUNT, FEED, REFERENCE    *
      *                       (DEPTNUMB OR APPLICATION), DESCRIPTION   *
      *                   'T' TRAILER - DETAIL COUNT, TOTAL DEBITS,    *
      *                       TOTAL CREDITS                            *
      *                                                                *
      *  DB2 TABLES:   Q.PRODORD_HDR (READ)                            *
      *                T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_FISCAL_PERIOD (READ)                          *
      *                Q.GLXREF (READ)                                 *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  RETURN CODE:  0 = OK, JOURNAL WRITTEN AND IN BALANCE          *
      *                4 = JOURNAL WRITTEN AND IN BALANCE BUT NOT      *
      *                    REGISTERED ON THE OUTBOUND MANIFEST - RERUN *
      *                    BEFORE UPLOADING                            *
      *                8 = CARD REJECTED (PERIOD OR RATES) - NOTHING   *
      *                    WRITTEN                                     *
      *               16 = UNMAPPED KEY, DB2 OR FILE ERROR, OR THE     *
      *                    JOURNAL DID NOT BALANCE - DO NOT UPLOAD     *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CLEAN JOURNAL REGISTERED ON THE OUTBOUND    *
      *                    MANIFEST (F5748OBR) AFTER IT IS CLOSED      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE              ASSIGN TO GLJRNL
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-JOURNAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  JOURNAL-RECORD.
           05  JRN-RECORD-TYPE              PIC X(01).
               88  JRN-IS-HEADER                      VALUE 'H'.
               88  JRN-IS-DETAIL                      VALUE 'D'.
               88  JRN-IS-TRAILER                     VALUE 'T'.
           05  JRN-RECORD-BODY              PIC X(99).
           05  JRN-HEADER-VIEW REDEFINES JRN-RECORD-BODY.
               10  JRN-HDR-SOURCE           PIC X(08).
               10  JRN-HDR-JOURNAL-DATE     PIC X(10).
               10  JRN-HDR-PERIOD-START     PIC X(10).
               10  JRN-HDR-PERIOD-END       PIC X(10).
               10  JRN-HDR-RUN-DATE         PIC X(10).
               10  JRN-HDR-DESCRIPTION      PIC X(30).
               10  FILLER                   PIC X(21).
           05  JRN-DETAIL-VIEW REDEFINES JRN-RECORD-BODY.
               10  JRN-DTL-LINE-NUM         PIC 9(06).
               10  JRN-DTL-COST-CENTER      PIC X(10).
               10  JRN-DTL-GL-ACCOUNT       PIC X(10).
               10  JRN-DTL-DR-CR            PIC X(01).
                   88  JRN-DTL-IS-DEBIT               VALUE 'D'.
                   88  JRN-DTL-IS-CREDIT              VALUE 'C'.
               10  JRN-DTL-AMOUNT           PIC 9(13)V9(02).
               10  JRN-DTL-FEED             PIC X(08).
               10  JRN-DTL-REFERENCE        PIC X(10).
               10  JRN-DTL-DESCRIPTION      PIC X(30).
               10  FILLER                   PIC X(09).
           05  JRN-TRAILER-VIEW REDEFINES JRN-RECORD-BODY.
               10  JRN-TRL-LINE-COUNT       PIC 9(06).
               10  JRN-TRL-TOTAL-DEBITS     PIC 9(13)V9(02).
               10  JRN-TRL-TOTAL-CREDITS    PIC 9(13)V9(02).
               10  FILLER                   PIC X(63).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'GLJRNL'.
           05  WS-ORDERS-FEED               PIC X(08) VALUE 'PRDORDER'.
           05  WS-CHARGEBACK-FEED           PIC X(08) VALUE 'F5748CHB'.
           05  WS-ENTRY-MAX                 PIC 9(03) VALUE 500.

       01  WS-PARM-CARD.
           05  WS-RUN-MONTH                 PIC X(07) VALUE SPACES.
           05  WS-RUN-BASIS                 PIC X(01) VALUE SPACES.
               88  WS-BASIS-IS-FISCAL                 VALUE 'F'.
               88  WS-BASIS-IS-CALENDAR               VALUE ' ' 'C'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RATE-PER-REQUEST-X        PIC X(06) VALUE SPACES.
           05  WS-RATE-PER-REQUEST REDEFINES WS-RATE-PER-REQUEST-X
                                            PIC 9(02)V9(04).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RATE-PER-SECOND-X         PIC X(06) VALUE SPACES.
           05  WS-RATE-PER-SECOND REDEFINES WS-RATE-PER-SECOND-X
                                            PIC 9(02)V9(04).
           05  FILLER                       PIC X(58) VALUE SPACES.

      * THE SAME COLUMNS AS KEYED FOR A FISCAL RUN
       01  WS-PARM-FISCAL REDEFINES WS-PARM-CARD.
           05  WS-RUN-FISCAL-YEAR           PIC X(04).
           05  FILLER                       PIC X(01).
           05  WS-RUN-FISCAL-PERIOD         PIC X(02).
           05  FILLER                       PIC X(73).

      * THE FIRST AND LAST DAY THE RUN COVERS, INCLUSIVE
       01  WS-RUN-RANGE.
           05  WS-RANGE-START               PIC X(10) VALUE SPACES.
           05  WS-RANGE-END                 PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-FISCAL-YEAR               PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FISCAL-PERIOD             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-FETCH-DEPTNUMB            PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FETCH-DEPT-KEY            PIC 9(05) VALUE ZEROES.
           05  WS-FETCH-AMOUNT              PIC S9(13)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.
           05  WS-FETCH-SOURCE-APPLIC       PIC X(10) VALUE SPACES.
           05  WS-FETCH-REQUESTS            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FETCH-ELAPSED-MS          PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-POST-AMOUNT               PIC S9(13)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.
           05  WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DEBITS               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-CREDITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * ONE ENTRY PER DEPARTMENT OR APPLICATION WITH ACTIVITY IN THE
      * PERIOD, WITH THE COST CENTER AND ACCOUNT IT MAPS TO
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-USED                PIC 9(03) VALUE ZEROES.
           05  WS-ENTRY-SUB                 PIC 9(03) VALUE ZEROES.
           05  WS-ENTRY OCCURS 500 TIMES.
               10  WS-ENT-FEED              PIC X(08).
               10  WS-ENT-KEY               PIC X(10).
               10  WS-ENT-COST-CENTER       PIC X(10).
               10  WS-ENT-GL-ACCOUNT        PIC X(10).
               10  WS-ENT-AMOUNT            PIC S9(13)V9(02)
                                                        USAGE COMP-3.
               10  WS-ENT-DESCRIPTION       PIC X(30).

      * THE RECOVERY OFFSET FOR EACH FEED AND THE FEED'S NET TOTAL
       01  WS-OFFSET-AREA.
           05  WS-ORD-OFS-COST-CENTER       PIC X(10) VALUE SPACES.
           05  WS-ORD-OFS-GL-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-ORD-FEED-TOTAL            PIC S9(13)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.
           05  WS-CHB-OFS-COST-CENTER       PIC X(10) VALUE SPACES.
           05  WS-CHB-OFS-GL-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-CHB-FEED-TOTAL            PIC S9(13)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.

      * THE DETAIL LINE BEING BUILT - SEE 4500-WRITE-DETAIL
       01  WS-POSTING.
           05  WS-PST-COST-CENTER           PIC X(10) VALUE SPACES.
           05  WS-PST-GL-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-PST-FEED                  PIC X(08) VALUE SPACES.
           05  WS-PST-REFERENCE             PIC X(10) VALUE SPACES.
           05  WS-PST-DESCRIPTION           PIC X(30) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-ORDER-DEPTS-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-CHARGEBACK-APPS-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-UNMAPPED-COUNT            PIC 9(05) VALUE ZEROES.
           05  WS-ZERO-SKIP-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-JOURNAL-LINES             PIC 9(06) VALUE ZEROES.
           05  WS-TOTAL-DEBITS              PIC 9(13)V9(02)
                                                        VALUE ZEROES.
           05  WS-TOTAL-CREDITS             PIC 9(13)V9(02)
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
      * SET ON ANY DB2 FAILURE OR A FULL ENTRY TABLE - THE PERIOD
      * CANNOT BE KNOWN TO BE COMPLETE, SO NO JOURNAL IS WRITTEN
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-MAPPING-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-MAPPING-WAS-FOUND               VALUE 'Y'.
           05  WS-JOURNAL-STATUS            PIC X(02) VALUE SPACES.
               88  WS-JOURNAL-OK                      VALUE '00'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-FEED-ID              PIC X(08) VALUE 'GLJRNL'.
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

      * DCLGEN FOR T_FISCAL_PERIOD - SEE 1100-RESOLVE-FISCAL-RANGE
           EXEC SQL INCLUDE DB2FPD       END-EXEC.

      * DCLGEN FOR Q.GLXREF
           COPY GLXREF.

      * NET ORDER VALUE PER DEPARTMENT FOR THE PERIOD. CREDIT ORDERS
      * ARE STORED WITH A NEGATIVE ORDH_TOTAL, SO THE SUM IS NET.
           EXEC SQL
                DECLARE ORDERS-CSR CURSOR FOR
                SELECT ORDH_DEPTNUMB
                     , SUM(ORDH_TOTAL)
                  FROM Q.PRODORD_HDR
                 WHERE ORDH_ORDER_DATE
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                 GROUP BY ORDH_DEPTNUMB
                 ORDER BY ORDH_DEPTNUMB
           END-EXEC.

      * CHARGEABLE USAGE PER SOURCE APPLICATION FOR THE PERIOD - THE
      * REQUEST COUNT FROM THE RESPONSE ROWS AND THE ELAPSED TIME FROM
      * THE SUMMARY ROWS, AS F5748CHB REPORTS THEM.
           EXEC SQL
                DECLARE USAGE-CSR CURSOR FOR
                SELECT TLG_SOURCE_APPLIC
                     , SUM(CASE WHEN TLG_LOG_TYPE = 'RESPONSE'
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN TLG_LOG_TYPE = 'SUMMARY'
                                THEN TLG_DB2_ELAPSED_MS ELSE 0 END)
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE IN ('RESPONSE', 'SUMMARY')
                   AND TLG_SOURCE_APPLIC <> 'UISHBEAT'
                   AND DATE(TLG_LOG_TIMESTAMP)
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                 GROUP BY TLG_SOURCE_APPLIC
                 ORDER BY TLG_SOURCE_APPLIC
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'GLJRNL WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM 2000-LOAD-ORDER-TOTALS
              THRU 2000-EXIT.

           PERFORM 3000-LOAD-CHARGEBACK
              THRU 3000-EXIT.

           PERFORM 3500-MAP-OFFSETS
              THRU 3500-EXIT.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'GLJRNL - RUN INCOMPLETE, NO JOURNAL WRITTEN'
               MOVE 16                      TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'GLJRNL - ' WS-UNMAPPED-COUNT
                       ' UNMAPPED KEY(S) - MAP THEM WITH GLXMAINT AND '
                       'RERUN. NO JOURNAL WRITTEN'
               MOVE 16                      TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 4000-WRITE-JOURNAL
              THRU 4000-EXIT.

           IF RETURN-CODE = 0
               PERFORM 8500-REGISTER-OUTBOUND-FILE
                  THRU 8500-EXIT
           END-IF.

           PERFORM 9000-DISPLAY-TOTALS
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           IF WS-RATE-PER-REQUEST-X NOT NUMERIC
              OR WS-RATE-PER-SECOND-X NOT NUMERIC
               DISPLAY 'GLJRNL - REJECTED, CHARGEBACK RATES MUST BE '
                       '99V9999 IN COLS 10-15 AND 17-22'
               MOVE 8                       TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           IF WS-BASIS-IS-FISCAL
               PERFORM 1100-RESOLVE-FISCAL-RANGE
                  THRU 1100-EXIT
           ELSE
               PERFORM 1200-RESOLVE-MONTH-RANGE
                  THRU 1200-EXIT
           END-IF.

           IF RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           IF WS-BASIS-IS-FISCAL
               DISPLAY 'GLJRNL - GL JOURNAL FOR FISCAL YEAR '
                        WS-RUN-FISCAL-YEAR
                       ' PERIOD ' WS-RUN-FISCAL-PERIOD
           ELSE
               DISPLAY 'GLJRNL - GL JOURNAL FOR ' WS-RUN-MONTH
           END-IF.
           DISPLAY 'GLJRNL - ' WS-RANGE-START ' THRU ' WS-RANGE-END
                   ' RATE/REQUEST=' WS-RATE-PER-REQUEST-X
                   ' RATE/SECOND=' WS-RATE-PER-SECOND-X.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1100-RESOLVE-FISCAL-RANGE                      *
      * A FISCAL RUN COVERS THE START TO END DATES OF THE KEYED        *
      * PERIOD AS LOADED ON T_FISCAL_PERIOD.                           *
      ******************************************************************
       1100-RESOLVE-FISCAL-RANGE.

           IF WS-RUN-FISCAL-YEAR NOT NUMERIC
              OR WS-RUN-FISCAL-PERIOD NOT NUMERIC
              OR WS-RUN-FISCAL-PERIOD < '01'
              OR WS-RUN-FISCAL-PERIOD > '12'
               DISPLAY 'GLJRNL - REJECTED, FISCAL RUN PERIOD NOT '
                       'YYYY-PP: ' WS-RUN-MONTH
               MOVE 8                       TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.

           MOVE WS-RUN-FISCAL-YEAR          TO WS-FISCAL-YEAR.
           MOVE WS-RUN-FISCAL-PERIOD        TO WS-FISCAL-PERIOD.

           EXEC SQL
                SELECT CHAR(FPD_START_DATE, ISO)
                     , CHAR(FPD_END_DATE, ISO)
                  INTO :WS-RANGE-START
                     , :WS-RANGE-END
                  FROM T_FISCAL_PERIOD
                 WHERE FPD_FISCAL_YEAR = :WS-FISCAL-YEAR
                   AND FPD_PERIOD      = :WS-FISCAL-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'GLJRNL - FISCAL PERIOD ' WS-RUN-MONTH
                       ' NOT FOUND ON T_FISCAL_PERIOD SQLCODE='
                        SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1200-RESOLVE-MONTH-RANGE                       *
      * A CALENDAR RUN COVERS THE FIRST TO THE LAST DAY OF THE MONTH.  *
      ******************************************************************
       1200-RESOLVE-MONTH-RANGE.

           MOVE SPACES                      TO WS-RANGE-START.
           STRING WS-RUN-MONTH '-01'
               DELIMITED BY SIZE INTO WS-RANGE-START.

           EXEC SQL
                SET :WS-RANGE-END =
                    CHAR(DATE(:WS-RANGE-START)
                         + 1 MONTH - 1 DAY, ISO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'GLJRNL - REJECTED, RUN MONTH NOT YYYY-MM: '
                        WS-RUN-MONTH
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-LOAD-ORDER-TOTALS                       *
      ******************************************************************
       2000-LOAD-ORDER-TOTALS.

           EXEC SQL
                OPEN ORDERS-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'GLJRNL - ORDERS CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 2100-LOAD-ONE-DEPARTMENT
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE ORDERS-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2100-LOAD-ONE-DEPARTMENT                      *
      * THE DEPARTMENT KEY ON Q.GLXREF IS THE DEPTNUMB ZERO-FILLED TO  *
      * FIVE DIGITS.                                                   *
      ******************************************************************
       2100-LOAD-ONE-DEPARTMENT.

           EXEC SQL
                FETCH ORDERS-CSR
                INTO  :WS-FETCH-DEPTNUMB
                     ,:WS-FETCH-AMOUNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'GLJRNL - ORDERS FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE.

           ADD 1                            TO WS-ORDER-DEPTS-COUNT.
           MOVE WS-FETCH-DEPTNUMB           TO WS-FETCH-DEPT-KEY.

           PERFORM 2800-ADD-ENTRY
              THRU 2800-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-ORDERS-FEED              TO WS-ENT-FEED
                                                  (WS-ENTRY-USED).
           MOVE WS-FETCH-DEPT-KEY           TO WS-ENT-KEY
                                                  (WS-ENTRY-USED).
           MOVE WS-FETCH-AMOUNT             TO WS-ENT-AMOUNT
                                                  (WS-ENTRY-USED).
           MOVE 'ORDERS NET OF CREDITS'     TO WS-ENT-DESCRIPTION
                                                  (WS-ENTRY-USED).
           ADD WS-FETCH-AMOUNT              TO WS-ORD-FEED-TOTAL.

           MOVE 'D'                         TO GLX-SOURCE.
           MOVE WS-FETCH-DEPT-KEY           TO GLX-KEY.
           PERFORM 2900-LOOKUP-MAPPING
              THRU 2900-EXIT.

           MOVE GLX-COST-CENTER             TO WS-ENT-COST-CENTER
                                                  (WS-ENTRY-USED).
           MOVE GLX-GL-ACCOUNT              TO WS-ENT-GL-ACCOUNT
                                                  (WS-ENTRY-USED).
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2800-ADD-ENTRY                            *
      * CLAIMS THE NEXT ENTRY. A FULL TABLE STOPS THE RUN - A JOURNAL  *
      * MISSING PART OF THE PERIOD MUST NOT BE UPLOADED.               *
      ******************************************************************
       2800-ADD-ENTRY.

           IF WS-ENTRY-USED NOT < WS-ENTRY-MAX
               DISPLAY 'GLJRNL - MORE THAN ' WS-ENTRY-MAX
                       ' DEPARTMENTS/APPLICATIONS IN THE PERIOD'
               SET WS-RUN-HAD-ERROR         TO TRUE
               GO TO 2800-EXIT
           END-IF.

           ADD 1                            TO WS-ENTRY-USED.
           MOVE SPACES                      TO WS-ENT-COST-CENTER
                                                  (WS-ENTRY-USED)
                                               WS-ENT-GL-ACCOUNT
                                                  (WS-ENTRY-USED).
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2900-LOOKUP-MAPPING                         *
      * READS THE Q.GLXREF ROW FOR GLX-SOURCE/GLX-KEY. AN UNMAPPED KEY *
      * IS LISTED AND COUNTED - THE RUN CARRIES ON SO THAT ONE RUN     *
      * LISTS EVERY UNMAPPED KEY, BUT NO JOURNAL WILL BE WRITTEN.      *
      ******************************************************************
       2900-LOOKUP-MAPPING.

           MOVE 'N'                         TO WS-MAPPING-FOUND-SW.
           MOVE SPACES                      TO GLX-COST-CENTER
                                               GLX-GL-ACCOUNT.

           EXEC SQL
                SELECT  GLX_COST_CENTER
                       ,GLX_GL_ACCOUNT
                  INTO  :GLX-COST-CENTER
                       ,:GLX-GL-ACCOUNT
                  FROM Q.GLXREF
                 WHERE GLX_SOURCE = :GLX-SOURCE
                   AND GLX_KEY    = :GLX-KEY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-MAPPING-WAS-FOUND  TO TRUE
               WHEN SQLCODE = 100
                   ADD 1                     TO WS-UNMAPPED-COUNT
                   EVALUATE TRUE
                       WHEN GLX-FOR-DEPARTMENT
                           DISPLAY 'GLJRNL - *** UNMAPPED DEPARTMENT '
                                    GLX-KEY
                       WHEN GLX-FOR-APPLICATION
                           DISPLAY 'GLJRNL - *** UNMAPPED APPLICATION '
                                    GLX-KEY
                       WHEN OTHER
                           DISPLAY 'GLJRNL - *** NO RECOVERY '
                                   'OFFSET FOR ' GLX-KEY
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'GLJRNL - Q.GLXREF READ FAILED FOR '
                            GLX-SOURCE ' ' GLX-KEY
                           ' SQLCODE=' SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
           END-EVALUATE.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-LOAD-CHARGEBACK                        *
      ******************************************************************
       3000-LOAD-CHARGEBACK.

           IF WS-RUN-HAD-ERROR
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
                OPEN USAGE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'GLJRNL - USAGE CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 3100-LOAD-ONE-APPLICATION
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE USAGE-CSR
           END-EXEC.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3100-LOAD-ONE-APPLICATION                     *
      * CHARGE = REQUESTS X RATE PER REQUEST + ELAPSED SECONDS X RATE  *
      * PER SECOND, ROUNDED TO THE CENT.                               *
      ******************************************************************
       3100-LOAD-ONE-APPLICATION.

           EXEC SQL
                FETCH USAGE-CSR
                INTO  :WS-FETCH-SOURCE-APPLIC
                     ,:WS-FETCH-REQUESTS
                     ,:WS-FETCH-ELAPSED-MS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'GLJRNL - USAGE FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE.

           ADD 1                            TO WS-CHARGEBACK-APPS-COUNT.

           PERFORM 2800-ADD-ENTRY
              THRU 2800-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-ENT-AMOUNT (WS-ENTRY-USED) ROUNDED =
                   WS-FETCH-REQUESTS * WS-RATE-PER-REQUEST
                 + WS-FETCH-ELAPSED-MS * WS-RATE-PER-SECOND / 1000.

           MOVE WS-CHARGEBACK-FEED          TO WS-ENT-FEED
                                                  (WS-ENTRY-USED).
           MOVE WS-FETCH-SOURCE-APPLIC      TO WS-ENT-KEY
                                                  (WS-ENTRY-USED).
           MOVE 'UIS USAGE CHARGEBACK'      TO WS-ENT-DESCRIPTION
                                                  (WS-ENTRY-USED).
           ADD WS-ENT-AMOUNT (WS-ENTRY-USED)
                                            TO WS-CHB-FEED-TOTAL.

           MOVE 'A'                         TO GLX-SOURCE.
           MOVE WS-FETCH-SOURCE-APPLIC      TO GLX-KEY.
           PERFORM 2900-LOOKUP-MAPPING
              THRU 2900-EXIT.

           MOVE GLX-COST-CENTER             TO WS-ENT-COST-CENTER
                                                  (WS-ENTRY-USED).
           MOVE GLX-GL-ACCOUNT              TO WS-ENT-GL-ACCOUNT
                                                  (WS-ENTRY-USED).
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3500-MAP-OFFSETS                          *
      * A FEED WITH ANY ACTIVITY IN THE PERIOD NEEDS ITS RECOVERY      *
      * OFFSET MAPPED; A FEED WITH NONE POSTS NOTHING.                 *
      ******************************************************************
       3500-MAP-OFFSETS.

           IF WS-RUN-HAD-ERROR
               GO TO 3500-EXIT
           END-IF.

           IF WS-ORDER-DEPTS-COUNT > ZERO
               MOVE 'O'                     TO GLX-SOURCE
               MOVE WS-ORDERS-FEED          TO GLX-KEY
               PERFORM 2900-LOOKUP-MAPPING
                  THRU 2900-EXIT
               MOVE GLX-COST-CENTER         TO WS-ORD-OFS-COST-CENTER
               MOVE GLX-GL-ACCOUNT          TO WS-ORD-OFS-GL-ACCOUNT
           END-IF.

           IF WS-CHARGEBACK-APPS-COUNT > ZERO
               MOVE 'O'                     TO GLX-SOURCE
               MOVE WS-CHARGEBACK-FEED      TO GLX-KEY
               PERFORM 2900-LOOKUP-MAPPING
                  THRU 2900-EXIT
               MOVE GLX-COST-CENTER         TO WS-CHB-OFS-COST-CENTER
               MOVE GLX-GL-ACCOUNT          TO WS-CHB-OFS-GL-ACCOUNT
           END-IF.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4000-WRITE-JOURNAL                         *
      * HEADER, ONE DETAIL PER DEPARTMENT/APPLICATION, ONE OFFSET PER  *
      * FEED, THEN THE TRAILER. A JOURNAL THAT DOES NOT BALANCE, OR    *
      * THAT DID NOT WRITE CLEANLY, ENDS THE RUN WITH RC 16.           *
      ******************************************************************
       4000-WRITE-JOURNAL.

           OPEN OUTPUT JOURNAL-FILE.

           IF NOT WS-JOURNAL-OK
               DISPLAY 'GLJRNL - JOURNAL OPEN FAILED STATUS='
                        WS-JOURNAL-STATUS
               MOVE 16                      TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES                      TO JOURNAL-RECORD.
           SET JRN-IS-HEADER                TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO JRN-HDR-SOURCE.
           MOVE WS-RANGE-END                TO JRN-HDR-JOURNAL-DATE.
           MOVE WS-RANGE-START              TO JRN-HDR-PERIOD-START.
           MOVE WS-RANGE-END                TO JRN-HDR-PERIOD-END.
           MOVE WS-RUN-DATE                 TO JRN-HDR-RUN-DATE.
           MOVE 'ORDER COST AND UIS CHARGEBACK'
                                            TO JRN-HDR-DESCRIPTION.
           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.

           PERFORM 4100-POST-ONE-ENTRY
              THRU 4100-EXIT
              VARYING WS-ENTRY-SUB FROM 1 BY 1
                UNTIL WS-ENTRY-SUB > WS-ENTRY-USED
                   OR WS-RUN-HAD-ERROR.

      *    EACH FEED'S TOTAL IS RECOVERED, SO THE OFFSET IS POSTED WITH
      *    THE SIGN REVERSED - A CREDIT FOR A NET CHARGE
           IF WS-ORDER-DEPTS-COUNT > ZERO
               MOVE WS-ORD-OFS-COST-CENTER  TO WS-PST-COST-CENTER
               MOVE WS-ORD-OFS-GL-ACCOUNT   TO WS-PST-GL-ACCOUNT
               MOVE WS-ORDERS-FEED          TO WS-PST-FEED
               MOVE 'RECOVERY'              TO WS-PST-REFERENCE
               MOVE 'PRDORDER ORDER COST RECOVERY'
                                            TO WS-PST-DESCRIPTION
               COMPUTE WS-POST-AMOUNT = ZERO - WS-ORD-FEED-TOTAL
               PERFORM 4500-WRITE-DETAIL
                  THRU 4500-EXIT
           END-IF.

           IF WS-CHARGEBACK-APPS-COUNT > ZERO
               MOVE WS-CHB-OFS-COST-CENTER  TO WS-PST-COST-CENTER
               MOVE WS-CHB-OFS-GL-ACCOUNT   TO WS-PST-GL-ACCOUNT
               MOVE WS-CHARGEBACK-FEED      TO WS-PST-FEED
               MOVE 'RECOVERY'              TO WS-PST-REFERENCE
               MOVE 'UIS USAGE CHARGEBACK RECOVERY'
                                            TO WS-PST-DESCRIPTION
               COMPUTE WS-POST-AMOUNT = ZERO - WS-CHB-FEED-TOTAL
               PERFORM 4500-WRITE-DETAIL
                  THRU 4500-EXIT
           END-IF.

           MOVE SPACES                      TO JOURNAL-RECORD.
           SET JRN-IS-TRAILER               TO TRUE.
           MOVE WS-JOURNAL-LINES            TO JRN-TRL-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS             TO JRN-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS            TO JRN-TRL-TOTAL-CREDITS.
           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.

           CLOSE JOURNAL-FILE.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'GLJRNL - JOURNAL INCOMPLETE - DO NOT UPLOAD'
               MOVE 16                      TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'GLJRNL - *** JOURNAL OUT OF BALANCE *** '
                       '- DO NOT UPLOAD'
               MOVE 16                      TO RETURN-CODE
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-POST-ONE-ENTRY                         *
      ******************************************************************
       4100-POST-ONE-ENTRY.

           MOVE WS-ENT-COST-CENTER (WS-ENTRY-SUB)
                                            TO WS-PST-COST-CENTER.
           MOVE WS-ENT-GL-ACCOUNT (WS-ENTRY-SUB)
                                            TO WS-PST-GL-ACCOUNT.
           MOVE WS-ENT-FEED (WS-ENTRY-SUB)  TO WS-PST-FEED.
           MOVE WS-ENT-KEY (WS-ENTRY-SUB)   TO WS-PST-REFERENCE.
           MOVE WS-ENT-DESCRIPTION (WS-ENTRY-SUB)
                                            TO WS-PST-DESCRIPTION.
           MOVE WS-ENT-AMOUNT (WS-ENTRY-SUB)
                                            TO WS-POST-AMOUNT.

           PERFORM 4500-WRITE-DETAIL
              THRU 4500-EXIT.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4500-WRITE-DETAIL                          *
      * WRITES WS-POSTING FOR WS-POST-AMOUNT: A POSITIVE AMOUNT IS A   *
      * DEBIT, A NEGATIVE ONE A CREDIT OF THE ABSOLUTE AMOUNT. A ZERO  *
      * AMOUNT IS NOT POSTED.                                          *
      ******************************************************************
       4500-WRITE-DETAIL.

           IF WS-POST-AMOUNT = ZERO
               ADD 1                        TO WS-ZERO-SKIP-COUNT
               GO TO 4500-EXIT
           END-IF.

           ADD 1                            TO WS-JOURNAL-LINES.

           MOVE SPACES                      TO JOURNAL-RECORD.
           SET JRN-IS-DETAIL                TO TRUE.
           MOVE WS-JOURNAL-LINES            TO JRN-DTL-LINE-NUM.
           MOVE WS-PST-COST-CENTER          TO JRN-DTL-COST-CENTER.
           MOVE WS-PST-GL-ACCOUNT           TO JRN-DTL-GL-ACCOUNT.
           MOVE WS-PST-FEED                 TO JRN-DTL-FEED.
           MOVE WS-PST-REFERENCE            TO JRN-DTL-REFERENCE.
           MOVE WS-PST-DESCRIPTION          TO JRN-DTL-DESCRIPTION.

           IF WS-POST-AMOUNT > ZERO
               SET JRN-DTL-IS-DEBIT         TO TRUE
               MOVE WS-POST-AMOUNT          TO JRN-DTL-AMOUNT
               ADD WS-POST-AMOUNT           TO WS-TOTAL-DEBITS
           ELSE
               SET JRN-DTL-IS-CREDIT        TO TRUE
               COMPUTE JRN-DTL-AMOUNT = ZERO - WS-POST-AMOUNT
               SUBTRACT WS-POST-AMOUNT    FROM WS-TOTAL-CREDITS
           END-IF.

           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.
           .
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4900-WRITE-RECORD                          *
      ******************************************************************
       4900-WRITE-RECORD.

           WRITE JOURNAL-RECORD.

           IF NOT WS-JOURNAL-OK
               DISPLAY 'GLJRNL - JOURNAL WRITE FAILED STATUS='
                        WS-JOURNAL-STATUS ' RECORD TYPE '
                        JRN-RECORD-TYPE
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED GLJRNL IS READ BACK SO THE MANIFEST CARRIES THE     *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO THE LEDGER.                *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-OUTBOUND-FEED-ID          TO OBR-FEED-ID.
           MOVE WS-RANGE-END                 TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT JOURNAL-FILE.

           IF NOT WS-JOURNAL-OK
               DISPLAY 'GLJRNL - GLJRNL REOPEN FAILED STATUS='
                        WS-JOURNAL-STATUS ' - NOT REGISTERED'
               MOVE 4                        TO RETURN-CODE
               GO TO 8500-EXIT
           END-IF.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE JOURNAL-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'GLJRNL - GLJRNL ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'GLJRNL - FEED ' OBR-FEED-ID
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

           READ JOURNAL-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF JOURNAL-RECORD(1:9) NUMERIC
               MOVE JOURNAL-RECORD(1:9)      TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-DISPLAY-TOTALS                         *
      ******************************************************************
       9000-DISPLAY-TOTALS.

           DISPLAY ' '.
           DISPLAY 'GLJRNL - DEPARTMENTS WITH ORDERS   : '
                    WS-ORDER-DEPTS-COUNT.
           MOVE WS-ORD-FEED-TOTAL           TO WS-EDIT-AMOUNT.
           DISPLAY 'GLJRNL - NET ORDER VALUE           : '
                    WS-EDIT-AMOUNT.
           DISPLAY 'GLJRNL - APPLICATIONS CHARGED      : '
                    WS-CHARGEBACK-APPS-COUNT.
           MOVE WS-CHB-FEED-TOTAL           TO WS-EDIT-AMOUNT.
           DISPLAY 'GLJRNL - CHARGEBACK VALUE          : '
                    WS-EDIT-AMOUNT.
           DISPLAY 'GLJRNL - ZERO AMOUNTS NOT POSTED   : '
                    WS-ZERO-SKIP-COUNT.
           DISPLAY 'GLJRNL - JOURNAL DETAIL LINES      : '
                    WS-JOURNAL-LINES.
           MOVE WS-TOTAL-DEBITS             TO WS-EDIT-DEBITS.
           MOVE WS-TOTAL-CREDITS            TO WS-EDIT-CREDITS.
           DISPLAY 'GLJRNL - TOTAL DEBITS              : '
                    WS-EDIT-DEBITS.
           DISPLAY 'GLJRNL - TOTAL CREDITS             : '
                    WS-EDIT-CREDITS.
           .
       9000-EXIT.
           EXIT.
