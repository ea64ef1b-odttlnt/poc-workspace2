      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748OBP.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748OBP:     DAILY OUTBOUND FILE ACKNOWLEDGEMENT EXCEPTIONS  *
      *                                                                *
      *  FUNCTION:     LISTS FROM T_UIS_OUTBOUND_MANIFEST EVERY FILE WE*
      *                SENT IN THE LOOKBACK PERIOD THAT NEEDS CHASING  *
      *                WITH ITS RECEIVER, IN THREE SECTIONS:           *
      *                                                                *
      *                1. NOT ACKNOWLEDGED - STILL AWAITING THE        *
      *                   RECEIVER'S ACKNOWLEDGEMENT (F5748OBK) AFTER  *
      *                   THE FEED'S AGREED WINDOW ON                  *
      *                   T_UIS_OUTBOUND_FEED HAS PASSED, WITH HOW     *
      *                   MANY HOURS OVERDUE. FEEDS WITH A ZERO WINDOW *
      *                   (NO ACKNOWLEDGEMENT AGREED) OR MARKED        *
      *                   INACTIVE ARE NOT CHASED.                     *
      *                2. ACKNOWLEDGEMENT DOES NOT MATCH - THE         *
      *                   RECEIVER'S RECORD COUNT OR HASH TOTAL        *
      *                   DIFFERS FROM WHAT WE SENT, OR THE RECEIVER   *
      *                   REFUSED THE FILE, WITH BOTH SETS OF FIGURES  *
      *                   AND THE RECEIVER'S COMMENT.                  *
      *                3. NO FEED DEFINITION - FILES REGISTERED UNDER  *
      *                   A FEED ID THAT HAS NO T_UIS_OUTBOUND_FEED    *
      *                   ROW, SO NO DESTINATION OR WINDOW IS KNOWN    *
      *                   AND THEY CANNOT BE CHASED UNTIL ONE IS       *
      *                   ADDED.                                       *
      *                                                                *
      *                A FILE LEAVES THE REPORT WHEN A MATCHING        *
      *                ACKNOWLEDGEMENT IS LOADED FOR IT, OR WHEN IT    *
      *                FALLS OUT OF THE LOOKBACK PERIOD.               *
      *                                                                *
      *  ENVIRONMENT:  BATCH. DAILY, AFTER THE F5748OBK STEPS.         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                      *
      *                   COLS 01-03  LOOKBACK DAYS (ZERO-FILLED;      *
      *                               BLANK OR ZERO = 030) - FILES     *
      *                               SENT IN THAT MANY DAYS UP TO NOW *
      *                               ARE REPORTED                     *
      *                                                                *
      *  DB2 TABLES:   T_UIS_OUTBOUND_FEED (READ)                      *
      *                T_UIS_OUTBOUND_MANIFEST (READ)                  *
      *                                                                *
      *  RETURN CODE:  0 = NOTHING OUTSTANDING                         *
      *                4 = EXCEPTIONS LISTED                           *
      *                8 = DB2 FAILURE                                 *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748OBP'.
           05  WS-DEFAULT-LOOKBACK          PIC 9(03) VALUE 030.

       01  WS-PARM-CARD.
           05  WS-PARM-LOOKBACK             PIC X(03) VALUE SPACES.
           05  WS-PARM-LOOKBACK-NUM REDEFINES WS-PARM-LOOKBACK
                                            PIC 9(03).

       01  WS-WORKING-FIELDS.
           05  WS-LOOKBACK-DAYS             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-HOURS-OVERDUE             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ACK-DSP                   PIC X(08) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-OVERDUE               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-MISMATCHED            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-REFUSED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-UNDEFINED             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DSP                 PIC Z(08)9.
           05  WS-COUNT2-DSP                PIC Z(08)9.
           05  WS-HASH-DSP                  PIC Z(14)9.
           05  WS-HASH2-DSP                 PIC Z(14)9.
           05  WS-GEN-DSP                   PIC Z(05)9.
           05  WS-HOURS-DSP                 PIC Z(06)9.
           05  WS-DAYS-DSP                  PIC ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_FEED
           EXEC SQL INCLUDE F5748OBF     END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_MANIFEST
           EXEC SQL INCLUDE F5748OBM     END-EXEC.

      * FILES STILL AWAITING AN ACKNOWLEDGEMENT PAST THE FEED'S WINDOW,
      * LONGEST OVERDUE FIRST.
           EXEC SQL
                DECLARE OVERDUE-CSR CURSOR FOR
                SELECT M.OBM_FEED_ID
                     , M.OBM_GENERATION
                     , CHAR(M.OBM_BUS_DATE, ISO)
                     , M.OBM_DEST
                     , M.OBM_SENT_TS
                     , M.OBM_RECORD_COUNT
                     , TIMESTAMPDIFF(8, CHAR(CURRENT TIMESTAMP
                         - (M.OBM_SENT_TS
                            + F.OBF_ACK_WINDOW_HRS HOURS)))
                  FROM T_UIS_OUTBOUND_MANIFEST M
                     , T_UIS_OUTBOUND_FEED F
                 WHERE F.OBF_FEED_ID        = M.OBM_FEED_ID
                   AND F.OBF_ACTIVE_IND     = 'Y'
                   AND F.OBF_ACK_WINDOW_HRS > 0
                   AND M.OBM_ACK_STATUS     = ' '
                   AND M.OBM_SENT_TS
                       + F.OBF_ACK_WINDOW_HRS HOURS < CURRENT TIMESTAMP
                   AND M.OBM_SENT_TS >=
                       CURRENT TIMESTAMP - :WS-LOOKBACK-DAYS DAYS
                 ORDER BY M.OBM_SENT_TS
                        , M.OBM_FEED_ID
           END-EXEC.

      * ACKNOWLEDGEMENTS THAT DISAGREE WITH WHAT WE SENT, OR REFUSALS.
           EXEC SQL
                DECLARE MISMATCH-CSR CURSOR FOR
                SELECT M.OBM_FEED_ID
                     , M.OBM_GENERATION
                     , CHAR(M.OBM_BUS_DATE, ISO)
                     , M.OBM_DEST
                     , M.OBM_RECORD_COUNT
                     , M.OBM_HASH_TOTAL
                     , M.OBM_ACK_STATUS
                     , M.OBM_ACK_TS
                     , M.OBM_ACK_COUNT
                     , M.OBM_ACK_HASH
                     , M.OBM_ACK_COMMENT
                  FROM T_UIS_OUTBOUND_MANIFEST M
                 WHERE M.OBM_ACK_STATUS IN ('M', 'R')
                   AND M.OBM_SENT_TS >=
                       CURRENT TIMESTAMP - :WS-LOOKBACK-DAYS DAYS
                 ORDER BY M.OBM_FEED_ID
                        , M.OBM_GENERATION
           END-EXEC.

      * FILES REGISTERED UNDER A FEED ID NOBODY HAS DEFINED.
           EXEC SQL
                DECLARE UNDEFINED-CSR CURSOR FOR
                SELECT M.OBM_FEED_ID
                     , M.OBM_GENERATION
                     , CHAR(M.OBM_BUS_DATE, ISO)
                     , M.OBM_WRITER_PGM
                     , M.OBM_SENT_TS
                     , M.OBM_ACK_STATUS
                  FROM T_UIS_OUTBOUND_MANIFEST M
                 WHERE NOT EXISTS
                       (SELECT 1
                          FROM T_UIS_OUTBOUND_FEED F
                         WHERE F.OBF_FEED_ID = M.OBM_FEED_ID)
                   AND M.OBM_SENT_TS >=
                       CURRENT TIMESTAMP - :WS-LOOKBACK-DAYS DAYS
                 ORDER BY M.OBM_FEED_ID
                        , M.OBM_GENERATION
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748OBP WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-OVERDUE
              THRU 2000-EXIT.

           PERFORM 3000-REPORT-MISMATCHED
              THRU 3000-EXIT.

           PERFORM 4000-REPORT-UNDEFINED
              THRU 4000-EXIT.

           PERFORM 9000-REPORT-TOTALS
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-LOOKBACK NUMERIC
              AND WS-PARM-LOOKBACK-NUM > ZERO
               MOVE WS-PARM-LOOKBACK-NUM     TO WS-LOOKBACK-DAYS
           ELSE
               MOVE WS-DEFAULT-LOOKBACK      TO WS-LOOKBACK-DAYS
           END-IF.

           MOVE WS-LOOKBACK-DAYS             TO WS-DAYS-DSP.
           DISPLAY 'F5748OBP - OUTBOUND FILE ACKNOWLEDGEMENT '
                   'EXCEPTIONS - FILES SENT IN THE LAST '
                   WS-DAYS-DSP ' DAYS'.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-REPORT-OVERDUE                        *
      ******************************************************************
       2000-REPORT-OVERDUE.

           DISPLAY ' '.
           DISPLAY '1. SENT BUT NOT ACKNOWLEDGED WITHIN THE AGREED '
                   'WINDOW'.
           DISPLAY '  FEED ID   GEN    BUS DATE   DEST     '
                   'SENT AT                RECORDS  HRS OVERDUE'.

           EXEC SQL
                OPEN OVERDUE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748OBP - OPEN OVERDUE CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 2100-PRINT-OVERDUE
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE OVERDUE-CSR
           END-EXEC.

           IF WS-TOT-OVERDUE = ZEROES
               DISPLAY '  NONE'
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-PRINT-OVERDUE                         *
      ******************************************************************
       2100-PRINT-OVERDUE.

           EXEC SQL
                FETCH OVERDUE-CSR
                INTO  :OBM-FEED-ID
                     ,:OBM-GENERATION
                     ,:OBM-BUS-DATE
                     ,:OBM-DEST
                     ,:OBM-SENT-TS
                     ,:OBM-RECORD-COUNT
                     ,:WS-HOURS-OVERDUE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748OBP - OVERDUE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-TOT-OVERDUE.

           MOVE OBM-GENERATION               TO WS-GEN-DSP.
           MOVE OBM-RECORD-COUNT             TO WS-COUNT-DSP.
           MOVE WS-HOURS-OVERDUE             TO WS-HOURS-DSP.

           DISPLAY '  ' OBM-FEED-ID '  '
                   WS-GEN-DSP ' '
                   OBM-BUS-DATE ' '
                   OBM-DEST ' '
                   OBM-SENT-TS(1:19) ' '
                   WS-COUNT-DSP '     '
                   WS-HOURS-DSP.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-REPORT-MISMATCHED                      *
      ******************************************************************
       3000-REPORT-MISMATCHED.

           DISPLAY ' '.
           DISPLAY '2. ACKNOWLEDGEMENTS THAT DO NOT MATCH WHAT WAS '
                   'SENT'.
           DISPLAY '  FEED ID   GEN    BUS DATE   DEST     OUTCOME  '
                   '  SENT RECS       SENT HASH  '
                   ' RECVD RECS      RECVD HASH  ACKNOWLEDGED'.

           EXEC SQL
                OPEN MISMATCH-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748OBP - OPEN MISMATCH CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 3100-PRINT-MISMATCHED
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE MISMATCH-CSR
           END-EXEC.

           IF WS-TOT-MISMATCHED = ZEROES
              AND WS-TOT-REFUSED = ZEROES
               DISPLAY '  NONE'
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-PRINT-MISMATCHED                       *
      * ONE FILE, BOTH SETS OF FIGURES, THE RECEIVER'S COMMENT BENEATH.*
      ******************************************************************
       3100-PRINT-MISMATCHED.

           EXEC SQL
                FETCH MISMATCH-CSR
                INTO  :OBM-FEED-ID
                     ,:OBM-GENERATION
                     ,:OBM-BUS-DATE
                     ,:OBM-DEST
                     ,:OBM-RECORD-COUNT
                     ,:OBM-HASH-TOTAL
                     ,:OBM-ACK-STATUS
                     ,:OBM-ACK-TS
                     ,:OBM-ACK-COUNT
                     ,:OBM-ACK-HASH
                     ,:OBM-ACK-COMMENT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748OBP - MISMATCH FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE.

           IF OBM-ACK-REFUSED
               MOVE 'REFUSED '               TO WS-ACK-DSP
               ADD 1                         TO WS-TOT-REFUSED
           ELSE
               MOVE 'MISMATCH'               TO WS-ACK-DSP
               ADD 1                         TO WS-TOT-MISMATCHED
           END-IF.

           MOVE OBM-GENERATION               TO WS-GEN-DSP.
           MOVE OBM-RECORD-COUNT             TO WS-COUNT-DSP.
           MOVE OBM-HASH-TOTAL               TO WS-HASH-DSP.
           MOVE OBM-ACK-COUNT                TO WS-COUNT2-DSP.
           MOVE OBM-ACK-HASH                 TO WS-HASH2-DSP.

           DISPLAY '  ' OBM-FEED-ID '  '
                   WS-GEN-DSP ' '
                   OBM-BUS-DATE ' '
                   OBM-DEST ' '
                   WS-ACK-DSP '  '
                   WS-COUNT-DSP ' '
                   WS-HASH-DSP '  '
                   WS-COUNT2-DSP ' '
                   WS-HASH2-DSP '  '
                   OBM-ACK-TS(1:19).

           IF OBM-ACK-COMMENT NOT = SPACES
               DISPLAY '      RECEIVER SAYS: ' OBM-ACK-COMMENT
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-REPORT-UNDEFINED                       *
      ******************************************************************
       4000-REPORT-UNDEFINED.

           DISPLAY ' '.
           DISPLAY '3. FILES SENT UNDER A FEED ID WITH NO '
                   'T_UIS_OUTBOUND_FEED ROW'.
           DISPLAY '  FEED ID   GEN    BUS DATE   WRITER   '
                   'SENT AT              ACK'.

           EXEC SQL
                OPEN UNDEFINED-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748OBP - OPEN UNDEFINED CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 4100-PRINT-UNDEFINED
              THRU 4100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE UNDEFINED-CSR
           END-EXEC.

           IF WS-TOT-UNDEFINED = ZEROES
               DISPLAY '  NONE'
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-PRINT-UNDEFINED                        *
      ******************************************************************
       4100-PRINT-UNDEFINED.

           EXEC SQL
                FETCH UNDEFINED-CSR
                INTO  :OBM-FEED-ID
                     ,:OBM-GENERATION
                     ,:OBM-BUS-DATE
                     ,:OBM-WRITER-PGM
                     ,:OBM-SENT-TS
                     ,:OBM-ACK-STATUS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 4100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748OBP - UNDEFINED FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 4100-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-TOT-UNDEFINED.

           MOVE OBM-GENERATION               TO WS-GEN-DSP.

           DISPLAY '  ' OBM-FEED-ID '  '
                   WS-GEN-DSP ' '
                   OBM-BUS-DATE ' '
                   OBM-WRITER-PGM ' '
                   OBM-SENT-TS(1:19) '  '
                   OBM-ACK-STATUS.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-TOTALS                        *
      ******************************************************************
       9000-REPORT-TOTALS.

           DISPLAY ' '.
           DISPLAY 'F5748OBP - TOTALS'.
           MOVE WS-TOT-OVERDUE               TO WS-COUNT-DSP.
           DISPLAY '  NOT ACKNOWLEDGED IN WINDOW  ' WS-COUNT-DSP.
           MOVE WS-TOT-MISMATCHED            TO WS-COUNT-DSP.
           DISPLAY '  COUNT OR HASH MISMATCH      ' WS-COUNT-DSP.
           MOVE WS-TOT-REFUSED               TO WS-COUNT-DSP.
           DISPLAY '  REFUSED BY RECEIVER         ' WS-COUNT-DSP.
           MOVE WS-TOT-UNDEFINED             TO WS-COUNT-DSP.
           DISPLAY '  NO FEED DEFINITION          ' WS-COUNT-DSP.

           IF RETURN-CODE = 0
              AND (WS-TOT-OVERDUE NOT = ZEROES
                OR WS-TOT-MISMATCHED NOT = ZEROES
                OR WS-TOT-REFUSED NOT = ZEROES
                OR WS-TOT-UNDEFINED NOT = ZEROES)
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748OBP.
