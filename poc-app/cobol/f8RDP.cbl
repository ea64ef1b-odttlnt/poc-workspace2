      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748RDP.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748RDP:     REPORT REPOSITORY DISTRIBUTION                  *
      *                                                                *
      *  FUNCTION:     SENDS THE REPORTS F5748RPO LANDS IN             *
      *                T_UIS_REPORT_REPO TO THEIR SUBSCRIBERS ON       *
      *                T_UIS_REPORT_SUBSCR, SO ACCOUNT MANAGERS,       *
      *                FINANCE, AND THE SECURITY OFFICE NO LONGER HAVE *
      *                TO ASK FOR THEM. RUNS AT THE END OF THE NIGHT   *
      *                CHAIN, AFTER THE LAST F5748RPO STEP.            *
      *                                                                *
      *                A SUBSCRIPTION DUE ON THE DISPATCH DATE GETS    *
      *                EVERY RUN OF ITS REPORT LOADED ON OR AFTER ITS  *
      *                EFFECTIVE DATE THAT HAS NOT BEEN SENT TO IT     *
      *                YET, ONE DELIVERY PER RUN:                      *
      *                  'E' - A MAIL TO THE RECIPIENT WITH THE REPORT *
      *                        AS A TEXT ATTACHMENT, WRITTEN TO        *
      *                        MAILOUT, WHICH THE JCL ROUTES TO THE    *
      *                        SMTP WRITER;                            *
      *                  'F' - A HEADER/DETAIL/TRAILER GROUP ON THE    *
      *                        XFEROUT DROP FILE, WHICH THE FILE       *
      *                        TRANSFER PRODUCT SPLITS AND ROUTES BY   *
      *                        THE DESTINATION IN EACH HEADER.         *
      *                EVERY DELIVERY IS LOGGED PER RECIPIENT ON       *
      *                T_UIS_REPORT_DELIV_LOG. A FAILED DELIVERY (BAD  *
      *                RECIPIENT, OUTPUT FILE UNAVAILABLE OR FAILING)  *
      *                IS RETRIED ON THE NEXT RUN WHETHER OR NOT THE   *
      *                SUBSCRIPTION IS DUE, UNTIL IT GOES OR REACHES   *
      *                THE MAXIMUM ATTEMPTS AND IS GIVEN UP.           *
      *                                                                *
      *                THE LOG IS COMMITTED ONCE, AFTER BOTH FILES ARE *
      *                CLOSED, SO AN ABEND LEAVES NOTHING MARKED SENT  *
      *                AND THE RERUN SENDS AGAIN - A RECIPIENT MAY SEE *
      *                A REPORT TWICE BUT NEVER MISSES ONE. A RUN AGED *
      *                OUT OF THE REPOSITORY BY F5748RPO BEFORE IT     *
      *                COULD BE SENT IS NO LONGER OFFERED.             *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - DISPATCH DATE  (01-10, YYYY-MM-DD,   *
      *                                           SPACES = TODAY)      *
      *                           MAX ATTEMPTS   (12-13, 0 = 5)        *
      *                           MAIL SENDER    (15-74)               *
      *                                                                *
      *  OUTPUT:       MAILOUT - SMTP MAIL BATCH, 140 BYTE, ONE        *
      *                HELO ... QUIT CONVERSATION PER EMAIL DELIVERY.  *
      *                XFEROUT - TRANSFER DROP FILE, 200 BYTES: ONE    *
      *                HEADER ('H' - FEED ID UISRPTS, DESTINATION,     *
      *                RECIPIENT NAME, REPORT ID, RUN DATE, CREATED    *
      *                TIMESTAMP), ONE DETAIL ('D') PER REPORT LINE,   *
      *                ONE TRAILER ('T' - LINE COUNT) PER DELIVERY.    *
      *                                                                *
      *  RETURN CODE:  0 - EVERYTHING DUE WAS SENT                     *
      *                4 - ONE OR MORE DELIVERIES FAILED OR GAVE UP    *
      *                8 - BAD CONTROL CARD OR A DB2 ERROR (WHAT WAS   *
      *                    SENT BEFORE THE ERROR IS STILL LOGGED)      *
      *                                                                *
      *  DB2 TABLES:   T_UIS_REPORT_SUBSCR        (READ)               *
      *                T_UIS_REPORT_REPO          (READ)               *
      *                T_UIS_REPORT_DELIV_LOG     (READ/INSERT/UPDATE) *
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
           SELECT MAIL-FILE                 ASSIGN TO MAILOUT
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-MAIL-STATUS.
           SELECT TRANSFER-FILE             ASSIGN TO XFEROUT
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-XFER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  MAIL-RECORD                      PIC X(140).

       FD  TRANSFER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  TRANSFER-RECORD.
           05  XFR-RECORD-TYPE              PIC X(01).
               88  XFR-IS-HEADER                      VALUE 'H'.
               88  XFR-IS-DETAIL                      VALUE 'D'.
               88  XFR-IS-TRAILER                     VALUE 'T'.
           05  XFR-RECORD-BODY              PIC X(199).
           05  XFR-HEADER-VIEW REDEFINES XFR-RECORD-BODY.
               10  XFR-HDR-FEED-ID          PIC X(08).
               10  XFR-HDR-DESTINATION      PIC X(60).
               10  XFR-HDR-RECIPIENT-NM     PIC X(30).
               10  XFR-HDR-REPORT-ID        PIC X(08).
               10  XFR-HDR-RUN-DATE         PIC X(10).
               10  XFR-HDR-CREATED-TS       PIC X(26).
               10  FILLER                   PIC X(57).
           05  XFR-DETAIL-VIEW REDEFINES XFR-RECORD-BODY.
               10  XFR-LINE-NBR             PIC 9(09).
               10  XFR-LINE-TEXT            PIC X(132).
               10  FILLER                   PIC X(58).
           05  XFR-TRAILER-VIEW REDEFINES XFR-RECORD-BODY.
               10  XFR-TRL-LINE-COUNT       PIC 9(09).
               10  FILLER                   PIC X(190).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RDP'.
           05  WS-XFER-FEED-ID              PIC X(08) VALUE 'UISRPTS '.
           05  WS-MAIL-HELO                 PIC X(20)
                                             VALUE 'HELO UISRPTS'.
           05  WS-MAIL-BOUNDARY             PIC X(16)
                                             VALUE 'UISRPTBOUNDARY'.
           05  WS-DEFAULT-MAX-ATTEMPTS      PIC S9(04) COMP VALUE 5.

       01  WS-PARM-CARD.
           05  WS-PARM-DISPATCH-DATE        PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-MAX-ATTEMPTS         PIC X(02) VALUE SPACES.
           05  WS-PARM-MAX-ATTEMPTS-N REDEFINES WS-PARM-MAX-ATTEMPTS
                                            PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-MAIL-SENDER          PIC X(60) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-DISPATCH-DATE             PIC X(10) VALUE SPACES.
           05  WS-DISPATCH-DOW              PIC S9(04) COMP VALUE ZERO.
           05  WS-DISPATCH-DOM              PIC S9(04) COMP VALUE ZERO.
           05  WS-LAST-DOM                  PIC S9(04) COMP VALUE ZERO.
           05  WS-MAX-ATTEMPTS              PIC S9(04) COMP VALUE ZERO.
           05  WS-CREATED-TS                PIC X(26) VALUE SPACES.
           05  WS-REPORT-LINES              PIC S9(09) COMP VALUE ZERO.
           05  WS-LINES-WRITTEN             PIC S9(09) COMP VALUE ZERO.
           05  WS-LINES-DSP                 PIC Z(08)9.
           05  WS-ATTEMPTS-DSP              PIC Z9.
           05  WS-AT-SIGN-COUNT             PIC S9(04) COMP VALUE ZERO.
           05  WS-FAIL-RSN                  PIC X(40) VALUE SPACES.
           05  WS-OUTCOME-DSP               PIC X(08) VALUE SPACES.
           05  WS-ATTACH-NAME               PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE                 PIC X(140) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-DUE-COUNT                 PIC 9(07) VALUE ZEROES.
           05  WS-EMAIL-SENT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-XFER-SENT-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-RETRY-SENT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-FAILED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-GIVEN-UP-COUNT            PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-LINE-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-LINE-EOF                        VALUE 'Y'.
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-LOG-ROW-SW                PIC X(01) VALUE 'N'.
               88  WS-LOG-ROW-EXISTS                  VALUE 'Y'.
           05  WS-MAIL-OPENED-SW            PIC X(01) VALUE 'N'.
               88  WS-MAIL-OPENED                     VALUE 'Y'.
           05  WS-MAIL-USABLE-SW            PIC X(01) VALUE 'N'.
               88  WS-MAIL-USABLE                     VALUE 'Y'.
           05  WS-XFER-OPENED-SW            PIC X(01) VALUE 'N'.
               88  WS-XFER-OPENED                     VALUE 'Y'.
           05  WS-XFER-USABLE-SW            PIC X(01) VALUE 'N'.
               88  WS-XFER-USABLE                     VALUE 'Y'.
           05  WS-MAIL-STATUS               PIC X(02) VALUE SPACES.
               88  WS-MAIL-OK                         VALUE '00'.
           05  WS-XFER-STATUS               PIC X(02) VALUE SPACES.
               88  WS-XFER-OK                         VALUE '00'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_REPORT_SUBSCR
           EXEC SQL INCLUDE F5748RDS     END-EXEC.

      * DCLGEN FOR T_UIS_REPORT_REPO
           EXEC SQL INCLUDE F5748RPO     END-EXEC.

      * DCLGEN FOR T_UIS_REPORT_DELIV_LOG
           EXEC SQL INCLUDE F5748RDL     END-EXEC.

      * EVERY SUBSCRIPTION/RUN PAIR TO SEND NOW: THE SUBSCRIPTION IS IN
      * FORCE ON THE DISPATCH DATE, THE RUN IS ON OR AFTER ITS START
      * AND NOT SENT OR GIVEN UP, AND EITHER THE SCHEDULE IS DUE OR AN
      * EARLIER ATTEMPT FAILED. ONE ROW PER DELIVERY, WITH ITS LINE
      * COUNT.
           EXEC SQL
                DECLARE DUE-CSR CURSOR FOR
                SELECT S.RDS_REPORT_ID
                     , S.RDS_DELIV_METHOD
                     , S.RDS_RECIPIENT
                     , S.RDS_RECIPIENT_NM
                     , R.RPO_RUN_DATE
                     , COUNT(*)
                  FROM T_UIS_REPORT_SUBSCR S
                     , T_UIS_REPORT_REPO   R
                 WHERE R.RPO_REPORT_ID  = S.RDS_REPORT_ID
                   AND R.RPO_RUN_DATE  >= S.RDS_EFF_DATE
                   AND R.RPO_RUN_DATE  <= DATE(:WS-DISPATCH-DATE)
                   AND S.RDS_EFF_DATE  <= DATE(:WS-DISPATCH-DATE)
                   AND S.RDS_END_DATE  >= DATE(:WS-DISPATCH-DATE)
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM T_UIS_REPORT_DELIV_LOG D
                          WHERE D.RDL_REPORT_ID    = S.RDS_REPORT_ID
                            AND D.RDL_RUN_DATE     = R.RPO_RUN_DATE
                            AND D.RDL_DELIV_METHOD = S.RDS_DELIV_METHOD
                            AND D.RDL_RECIPIENT    = S.RDS_RECIPIENT
                            AND D.RDL_STATUS IN ('S', 'X') )
                   AND ( S.RDS_SCHED_CD = 'D'
                      OR ( S.RDS_SCHED_CD  = 'W'
                       AND S.RDS_SCHED_DAY = :WS-DISPATCH-DOW )
                      OR ( S.RDS_SCHED_CD  = 'M'
                       AND ( S.RDS_SCHED_DAY = :WS-DISPATCH-DOM
                          OR ( S.RDS_SCHED_DAY > :WS-DISPATCH-DOM
                           AND :WS-DISPATCH-DOM = :WS-LAST-DOM ) ) )
                      OR EXISTS
                       ( SELECT 1
                           FROM T_UIS_REPORT_DELIV_LOG F
                          WHERE F.RDL_REPORT_ID    = S.RDS_REPORT_ID
                            AND F.RDL_RUN_DATE     = R.RPO_RUN_DATE
                            AND F.RDL_DELIV_METHOD = S.RDS_DELIV_METHOD
                            AND F.RDL_RECIPIENT    = S.RDS_RECIPIENT
                            AND F.RDL_STATUS       = 'F' ) )
                 GROUP BY S.RDS_REPORT_ID
                        , S.RDS_DELIV_METHOD
                        , S.RDS_RECIPIENT
                        , S.RDS_RECIPIENT_NM
                        , R.RPO_RUN_DATE
                 ORDER BY S.RDS_DELIV_METHOD
                        , S.RDS_RECIPIENT
                        , S.RDS_REPORT_ID
                        , R.RPO_RUN_DATE
           END-EXEC.

      * THE LINES OF ONE REPORT RUN, IN PRINT ORDER.
           EXEC SQL
                DECLARE LINE-CSR CURSOR FOR
                SELECT RPO_LINE_NBR
                     , RPO_LINE_TEXT
                  FROM T_UIS_REPORT_REPO
                 WHERE RPO_REPORT_ID = :RDS-REPORT-ID
                   AND RPO_RUN_DATE  = :RPO-RUN-DATE
                 ORDER BY RPO_LINE_NBR
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748RDP WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-DISPATCH-ONE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           PERFORM 8000-FINISH
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * EDITS THE CARD, WORKS OUT THE DISPATCH DATE'S WEEKDAY AND DAY  *
      * OF MONTH FOR THE SCHEDULES, AND OPENS BOTH OUTPUT FILES. A     *
      * FILE THAT WILL NOT OPEN ONLY FAILS THE DELIVERIES THAT NEED IT *
      * - THEY ARE RETRIED ON THE NEXT RUN.                            *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO RETURN-CODE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           IF WS-PARM-DISPATCH-DATE = SPACES
               EXEC SQL
                    SET :WS-DISPATCH-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               MOVE WS-PARM-DISPATCH-DATE   TO WS-DISPATCH-DATE
           END-IF.

           IF WS-PARM-MAX-ATTEMPTS-N NOT NUMERIC
            OR WS-PARM-MAX-ATTEMPTS-N = ZEROES
               MOVE WS-DEFAULT-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           ELSE
               MOVE WS-PARM-MAX-ATTEMPTS-N  TO WS-MAX-ATTEMPTS
           END-IF.

           EXEC SQL
                SELECT DAYOFWEEK_ISO(DATE(:WS-DISPATCH-DATE))
                     , DAY(DATE(:WS-DISPATCH-DATE))
                     , DAY(LAST_DAY(DATE(:WS-DISPATCH-DATE)))
                     , CHAR(CURRENT TIMESTAMP)
                  INTO :WS-DISPATCH-DOW
                     , :WS-DISPATCH-DOM
                     , :WS-LAST-DOM
                     , :WS-CREATED-TS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RDP - INVALID DISPATCH DATE '
                        WS-DISPATCH-DATE ' SQLCODE=' SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-MAX-ATTEMPTS             TO WS-ATTEMPTS-DSP.
           DISPLAY 'F5748RDP - REPORT DISTRIBUTION FOR '
                    WS-DISPATCH-DATE
                    ' MAX ATTEMPTS ' WS-ATTEMPTS-DSP.
           DISPLAY ' '.

           OPEN OUTPUT MAIL-FILE.
           IF WS-MAIL-OK
               SET WS-MAIL-OPENED           TO TRUE
               SET WS-MAIL-USABLE           TO TRUE
           ELSE
               DISPLAY 'F5748RDP - MAILOUT OPEN FAILED STATUS='
                        WS-MAIL-STATUS
           END-IF.

           OPEN OUTPUT TRANSFER-FILE.
           IF WS-XFER-OK
               SET WS-XFER-OPENED           TO TRUE
               SET WS-XFER-USABLE           TO TRUE
           ELSE
               DISPLAY 'F5748RDP - XFEROUT OPEN FAILED STATUS='
                        WS-XFER-STATUS
           END-IF.

           EXEC SQL
                OPEN DUE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RDP - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-DISPATCH-ONE                        *
      * ONE SUBSCRIBER, ONE REPORT RUN: EDIT THE RECIPIENT, SEND BY    *
      * ITS METHOD, AND LOG THE OUTCOME.                               *
      ******************************************************************
       2000-DISPATCH-ONE.

           EXEC SQL
                FETCH DUE-CSR
                INTO  :RDS-REPORT-ID
                     ,:RDS-DELIV-METHOD
                     ,:RDS-RECIPIENT
                     ,:RDS-RECIPIENT-NM
                     ,:RPO-RUN-DATE
                     ,:WS-REPORT-LINES
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-DUE-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RDP - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-LOG-ROW
              THRU 2100-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-EDIT-RECIPIENT
              THRU 2200-EXIT.

           MOVE ZERO                         TO WS-LINES-WRITTEN.

           IF WS-FAIL-RSN = SPACES
               IF RDS-DELIV-BY-EMAIL
                   PERFORM 3000-SEND-EMAIL
                      THRU 3000-EXIT
               ELSE
                   PERFORM 4000-SEND-TRANSFER
                      THRU 4000-EXIT
               END-IF
           END-IF.

           PERFORM 2500-RECORD-DELIVERY
              THRU 2500-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR             TO TRUE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-READ-LOG-ROW                        *
      * PICKS UP AN EARLIER FAILED ATTEMPT AT THIS DELIVERY, IF ANY,   *
      * SO THIS ATTEMPT IS COUNTED ON THE SAME LOG ROW.                *
      ******************************************************************
       2100-READ-LOG-ROW.

           MOVE 'N'                          TO WS-LOG-ROW-SW.
           MOVE ZERO                         TO RDL-ATTEMPT-CNT.

           EXEC SQL
                SELECT RDL_ATTEMPT_CNT
                  INTO :RDL-ATTEMPT-CNT
                  FROM T_UIS_REPORT_DELIV_LOG
                 WHERE RDL_REPORT_ID    = :RDS-REPORT-ID
                   AND RDL_RUN_DATE     = :RPO-RUN-DATE
                   AND RDL_DELIV_METHOD = :RDS-DELIV-METHOD
                   AND RDL_RECIPIENT    = :RDS-RECIPIENT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-LOG-ROW-EXISTS     TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748RDP - LOG READ FAILED SQLCODE='
                            SQLCODE ' REPORT ' RDS-REPORT-ID
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE.

           ADD 1                             TO RDL-ATTEMPT-CNT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2200-EDIT-RECIPIENT                       *
      * A DELIVERY THAT CANNOT GO IS FAILED HERE WITH ITS REASON,      *
      * BEFORE ANYTHING IS WRITTEN - A SUBSCRIPTION CORRECTED BEFORE   *
      * THE NEXT RUN IS THEN SENT BY THE RETRY.                        *
      ******************************************************************
       2200-EDIT-RECIPIENT.

           MOVE SPACES                       TO WS-FAIL-RSN.
           MOVE ZERO                         TO WS-AT-SIGN-COUNT.

           EVALUATE TRUE
               WHEN RDS-DELIV-BY-EMAIL
                   INSPECT RDS-RECIPIENT TALLYING WS-AT-SIGN-COUNT
                           FOR ALL '@'
                   EVALUATE TRUE
                       WHEN WS-AT-SIGN-COUNT NOT = 1
                           MOVE 'RECIPIENT IS NOT A MAIL ADDRESS'
                             TO WS-FAIL-RSN
                       WHEN WS-PARM-MAIL-SENDER = SPACES
                           MOVE 'NO MAIL SENDER ON CONTROL CARD'
                             TO WS-FAIL-RSN
                       WHEN NOT WS-MAIL-USABLE
                           MOVE 'MAILOUT FILE UNAVAILABLE'
                             TO WS-FAIL-RSN
                   END-EVALUATE
               WHEN RDS-DELIV-BY-TRANSFER
                   EVALUATE TRUE
                       WHEN RDS-RECIPIENT = SPACES
                           MOVE 'NO TRANSFER DESTINATION'
                             TO WS-FAIL-RSN
                       WHEN NOT WS-XFER-USABLE
                           MOVE 'XFEROUT FILE UNAVAILABLE'
                             TO WS-FAIL-RSN
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'UNKNOWN DELIVERY METHOD'
                     TO WS-FAIL-RSN
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2500-RECORD-DELIVERY                      *
      * LOGS THE OUTCOME ON T_UIS_REPORT_DELIV_LOG AND PRINTS IT. A    *
      * FAILURE ON THE LAST ALLOWED ATTEMPT IS GIVEN UP ('X') SO IT    *
      * IS NOT OFFERED AGAIN.                                          *
      ******************************************************************
       2500-RECORD-DELIVERY.

           EVALUATE TRUE
               WHEN WS-FAIL-RSN = SPACES
                   SET RDL-STATUS-SENT       TO TRUE
                   MOVE 'SENT'               TO WS-OUTCOME-DSP
                   IF RDS-DELIV-BY-EMAIL
                       ADD 1                 TO WS-EMAIL-SENT-COUNT
                   ELSE
                       ADD 1                 TO WS-XFER-SENT-COUNT
                   END-IF
                   IF WS-LOG-ROW-EXISTS
                       ADD 1                 TO WS-RETRY-SENT-COUNT
                   END-IF
               WHEN RDL-ATTEMPT-CNT < WS-MAX-ATTEMPTS
                   SET RDL-STATUS-FAILED     TO TRUE
                   MOVE 'FAILED'             TO WS-OUTCOME-DSP
                   ADD 1                     TO WS-FAILED-COUNT
               WHEN OTHER
                   SET RDL-STATUS-GIVEN-UP   TO TRUE
                   MOVE 'GAVE UP'            TO WS-OUTCOME-DSP
                   ADD 1                     TO WS-GIVEN-UP-COUNT
           END-EVALUATE.

           MOVE WS-LINES-WRITTEN             TO RDL-LINES-SENT
                                                WS-LINES-DSP.
           MOVE RDL-ATTEMPT-CNT              TO WS-ATTEMPTS-DSP.

           DISPLAY 'F5748RDP - ' WS-OUTCOME-DSP ' '
                    RDS-REPORT-ID ' ' RPO-RUN-DATE ' '
                    RDS-DELIV-METHOD ' ' RDS-RECIPIENT-NM
                   ' LINES ' WS-LINES-DSP
                   ' ATTEMPT ' WS-ATTEMPTS-DSP.
           DISPLAY '           TO ' RDS-RECIPIENT.
           IF WS-FAIL-RSN NOT = SPACES
               DISPLAY '           REASON ' WS-FAIL-RSN
           END-IF.

           IF WS-LOG-ROW-EXISTS
               IF RDL-STATUS-SENT
                   EXEC SQL
                        UPDATE T_UIS_REPORT_DELIV_LOG
                           SET RDL_STATUS          = :RDL-STATUS
                             , RDL_ATTEMPT_CNT     = :RDL-ATTEMPT-CNT
                             , RDL_LAST_ATTEMPT_TS = CURRENT TIMESTAMP
                             , RDL_LINES_SENT      = :RDL-LINES-SENT
                         WHERE RDL_REPORT_ID    = :RDS-REPORT-ID
                           AND RDL_RUN_DATE     = :RPO-RUN-DATE
                           AND RDL_DELIV_METHOD = :RDS-DELIV-METHOD
                           AND RDL_RECIPIENT    = :RDS-RECIPIENT
                   END-EXEC
               ELSE
                   MOVE WS-FAIL-RSN          TO RDL-FAIL-RSN
                   EXEC SQL
                        UPDATE T_UIS_REPORT_DELIV_LOG
                           SET RDL_STATUS          = :RDL-STATUS
                             , RDL_ATTEMPT_CNT     = :RDL-ATTEMPT-CNT
                             , RDL_LAST_ATTEMPT_TS = CURRENT TIMESTAMP
                             , RDL_LINES_SENT      = :RDL-LINES-SENT
                             , RDL_FAIL_RSN        = :RDL-FAIL-RSN
                         WHERE RDL_REPORT_ID    = :RDS-REPORT-ID
                           AND RDL_RUN_DATE     = :RPO-RUN-DATE
                           AND RDL_DELIV_METHOD = :RDS-DELIV-METHOD
                           AND RDL_RECIPIENT    = :RDS-RECIPIENT
                   END-EXEC
               END-IF
           ELSE
               MOVE WS-FAIL-RSN              TO RDL-FAIL-RSN
               EXEC SQL
                    INSERT INTO T_UIS_REPORT_DELIV_LOG
                           ( RDL_REPORT_ID
                           , RDL_RUN_DATE
                           , RDL_DELIV_METHOD
                           , RDL_RECIPIENT
                           , RDL_STATUS
                           , RDL_ATTEMPT_CNT
                           , RDL_FIRST_ATTEMPT_TS
                           , RDL_LAST_ATTEMPT_TS
                           , RDL_LINES_SENT
                           , RDL_FAIL_RSN )
                    VALUES ( :RDS-REPORT-ID
                           , :RPO-RUN-DATE
                           , :RDS-DELIV-METHOD
                           , :RDS-RECIPIENT
                           , :RDL-STATUS
                           , :RDL-ATTEMPT-CNT
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , :RDL-LINES-SENT
                           , :RDL-FAIL-RSN )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RDP - LOG WRITE FAILED SQLCODE=' SQLCODE
               SET WS-RUN-HAD-ERROR          TO TRUE
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3000-SEND-EMAIL                         *
      * WRITES ONE SMTP CONVERSATION TO MAILOUT: ENVELOPE, HEADERS, A  *
      * ONE-LINE COVER NOTE, AND THE REPORT AS A TEXT ATTACHMENT NAMED *
      * <REPORT ID>.<RUN DATE>.TXT. A WRITE FAILURE FAILS THIS         *
      * DELIVERY AND TAKES MAILOUT OUT OF USE FOR THE REST OF THE RUN. *
      ******************************************************************
       3000-SEND-EMAIL.

           MOVE SPACES                       TO WS-ATTACH-NAME.
           STRING RDS-REPORT-ID DELIMITED BY SPACE
                  '.'           DELIMITED BY SIZE
                  RPO-RUN-DATE  DELIMITED BY SIZE
                  '.TXT'        DELIMITED BY SIZE
                  INTO WS-ATTACH-NAME.

           MOVE WS-MAIL-HELO                 TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'MAIL FROM:<'       DELIMITED BY SIZE
                  WS-PARM-MAIL-SENDER DELIMITED BY SPACE
                  '>'                 DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'RCPT TO:<'         DELIMITED BY SIZE
                  RDS-RECIPIENT       DELIMITED BY SPACE
                  '>'                 DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE 'DATA'                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'FROM: '            DELIMITED BY SIZE
                  WS-PARM-MAIL-SENDER DELIMITED BY SPACE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'TO: '              DELIMITED BY SIZE
                  RDS-RECIPIENT       DELIMITED BY SPACE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'SUBJECT: UIS REPORT ' DELIMITED BY SIZE
                  RDS-REPORT-ID          DELIMITED BY SPACE
                  ' FOR '                DELIMITED BY SIZE
                  RPO-RUN-DATE           DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE 'MIME-VERSION: 1.0'          TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'CONTENT-TYPE: MULTIPART/MIXED; BOUNDARY="'
                                    DELIMITED BY SIZE
                  WS-MAIL-BOUNDARY  DELIMITED BY SPACE
                  '"'               DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           PERFORM 3800-WRITE-BOUNDARY
              THRU 3800-EXIT.

           MOVE 'CONTENT-TYPE: TEXT/PLAIN'   TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE WS-REPORT-LINES              TO WS-LINES-DSP.
           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'ATTACHED IS UIS REPORT ' DELIMITED BY SIZE
                  RDS-REPORT-ID             DELIMITED BY SPACE
                  ' FOR '                   DELIMITED BY SIZE
                  RPO-RUN-DATE              DELIMITED BY SIZE
                  ' ('                      DELIMITED BY SIZE
                  WS-LINES-DSP              DELIMITED BY SIZE
                  ' LINES), SENT TO '       DELIMITED BY SIZE
                  RDS-RECIPIENT-NM          DELIMITED BY '  '
                  ' BY SUBSCRIPTION.'       DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           PERFORM 3800-WRITE-BOUNDARY
              THRU 3800-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'CONTENT-TYPE: TEXT/PLAIN; NAME="'
                                    DELIMITED BY SIZE
                  WS-ATTACH-NAME    DELIMITED BY SPACE
                  '"'               DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING 'CONTENT-DISPOSITION: ATTACHMENT; FILENAME="'
                                    DELIMITED BY SIZE
                  WS-ATTACH-NAME    DELIMITED BY SPACE
                  '"'               DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           PERFORM 5000-WRITE-REPORT-LINES
              THRU 5000-EXIT.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING '--'              DELIMITED BY SIZE
                  WS-MAIL-BOUNDARY  DELIMITED BY SPACE
                  '--'              DELIMITED BY SIZE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE '.'                          TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.

           MOVE 'QUIT'                       TO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3800-WRITE-BOUNDARY                       *
      ******************************************************************
       3800-WRITE-BOUNDARY.

           MOVE SPACES                       TO WS-MAIL-LINE.
           STRING '--'              DELIMITED BY SIZE
                  WS-MAIL-BOUNDARY  DELIMITED BY SPACE
                  INTO WS-MAIL-LINE.
           PERFORM 3900-WRITE-MAIL-LINE
              THRU 3900-EXIT.
           .
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3900-WRITE-MAIL-LINE                      *
      * ONCE A WRITE HAS FAILED, LATER LINES OF THE SAME MAIL ARE      *
      * DROPPED - THE DELIVERY IS ALREADY FAILED.                      *
      ******************************************************************
       3900-WRITE-MAIL-LINE.

           IF NOT WS-MAIL-USABLE
               GO TO 3900-EXIT
           END-IF.

           WRITE MAIL-RECORD                 FROM WS-MAIL-LINE.

           IF NOT WS-MAIL-OK
               DISPLAY 'F5748RDP - MAILOUT WRITE FAILED STATUS='
                        WS-MAIL-STATUS
               MOVE 'MAILOUT WRITE FAILED'   TO WS-FAIL-RSN
               MOVE 'N'                      TO WS-MAIL-USABLE-SW
           END-IF.
           .
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4000-SEND-TRANSFER                       *
      * WRITES ONE HEADER/DETAIL/TRAILER GROUP TO XFEROUT FOR THE      *
      * FILE TRANSFER PRODUCT TO ROUTE TO THE SUBSCRIBER.              *
      ******************************************************************
       4000-SEND-TRANSFER.

           MOVE SPACES                       TO TRANSFER-RECORD.
           SET XFR-IS-HEADER                 TO TRUE.
           MOVE WS-XFER-FEED-ID              TO XFR-HDR-FEED-ID.
           MOVE RDS-RECIPIENT                TO XFR-HDR-DESTINATION.
           MOVE RDS-RECIPIENT-NM             TO XFR-HDR-RECIPIENT-NM.
           MOVE RDS-REPORT-ID                TO XFR-HDR-REPORT-ID.
           MOVE RPO-RUN-DATE                 TO XFR-HDR-RUN-DATE.
           MOVE WS-CREATED-TS                TO XFR-HDR-CREATED-TS.
           PERFORM 4900-WRITE-TRANSFER-REC
              THRU 4900-EXIT.

           PERFORM 5000-WRITE-REPORT-LINES
              THRU 5000-EXIT.

           MOVE SPACES                       TO TRANSFER-RECORD.
           SET XFR-IS-TRAILER                TO TRUE.
           MOVE WS-LINES-WRITTEN             TO XFR-TRL-LINE-COUNT.
           PERFORM 4900-WRITE-TRANSFER-REC
              THRU 4900-EXIT.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4900-WRITE-TRANSFER-REC                     *
      ******************************************************************
       4900-WRITE-TRANSFER-REC.

           IF NOT WS-XFER-USABLE
               GO TO 4900-EXIT
           END-IF.

           WRITE TRANSFER-RECORD.

           IF NOT WS-XFER-OK
               DISPLAY 'F5748RDP - XFEROUT WRITE FAILED STATUS='
                        WS-XFER-STATUS
               MOVE 'XFEROUT WRITE FAILED'   TO WS-FAIL-RSN
               MOVE 'N'                      TO WS-XFER-USABLE-SW
           END-IF.
           .
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-WRITE-REPORT-LINES                     *
      * COPIES THE RUN'S LINES FROM THE REPOSITORY INTO THE MAIL OR    *
      * THE DROP FILE. A READ FAILURE FAILS THE DELIVERY.              *
      ******************************************************************
       5000-WRITE-REPORT-LINES.

           MOVE 'N'                          TO WS-LINE-EOF-SW.

           EXEC SQL
                OPEN LINE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RDP - OPEN LINE CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 'REPORT LINES COULD NOT BE READ'
                 TO WS-FAIL-RSN
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-WRITE-ONE-LINE
              THRU 5100-EXIT
              UNTIL WS-LINE-EOF.

           EXEC SQL
                CLOSE LINE-CSR
           END-EXEC.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5100-WRITE-ONE-LINE                       *
      * A MAIL LINE STARTING WITH A PERIOD GETS A SECOND ONE, SO THE   *
      * SMTP WRITER DOES NOT TAKE IT FOR THE END OF THE MESSAGE.       *
      ******************************************************************
       5100-WRITE-ONE-LINE.

           EXEC SQL
                FETCH LINE-CSR
                INTO  :RPO-LINE-NBR
                     ,:RPO-LINE-TEXT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-LINE-EOF           TO TRUE
                   GO TO 5100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RDP - LINE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 'REPORT LINES COULD NOT BE READ'
                     TO WS-FAIL-RSN
                   SET WS-LINE-EOF           TO TRUE
                   GO TO 5100-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-LINES-WRITTEN.

           IF RDS-DELIV-BY-EMAIL
               MOVE SPACES                   TO WS-MAIL-LINE
               IF RPO-LINE-TEXT(1:1) = '.'
                   MOVE '.'                  TO WS-MAIL-LINE(1:1)
                   MOVE RPO-LINE-TEXT        TO WS-MAIL-LINE(2:132)
               ELSE
                   MOVE RPO-LINE-TEXT        TO WS-MAIL-LINE
               END-IF
               PERFORM 3900-WRITE-MAIL-LINE
                  THRU 3900-EXIT
           ELSE
               MOVE SPACES                   TO TRANSFER-RECORD
               SET XFR-IS-DETAIL             TO TRUE
               MOVE RPO-LINE-NBR             TO XFR-LINE-NBR
               MOVE RPO-LINE-TEXT            TO XFR-LINE-TEXT
               PERFORM 4900-WRITE-TRANSFER-REC
                  THRU 4900-EXIT
           END-IF.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                          8000-FINISH                           *
      * CLOSES THE FILES, THEN COMMITS THE DELIVERY LOG.               *
      ******************************************************************
       8000-FINISH.

           EXEC SQL
                CLOSE DUE-CSR
           END-EXEC.

           IF WS-MAIL-OPENED
               CLOSE MAIL-FILE
           END-IF.

           IF WS-XFER-OPENED
               CLOSE TRANSFER-FILE
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RDP - COMMIT FAILED SQLCODE=' SQLCODE
               SET WS-RUN-HAD-ERROR          TO TRUE
           END-IF.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748RDP - DELIVERIES DUE        : '
                    WS-DUE-COUNT.
           DISPLAY 'F5748RDP - SENT BY EMAIL         : '
                    WS-EMAIL-SENT-COUNT.
           DISPLAY 'F5748RDP - SENT BY FILE TRANSFER : '
                    WS-XFER-SENT-COUNT.
           DISPLAY 'F5748RDP -   OF WHICH RETRIES    : '
                    WS-RETRY-SENT-COUNT.
           DISPLAY 'F5748RDP - FAILED, WILL RETRY    : '
                    WS-FAILED-COUNT.
           DISPLAY 'F5748RDP - FAILED, GIVEN UP      : '
                    WS-GIVEN-UP-COUNT.

           EVALUATE TRUE
               WHEN WS-RUN-HAD-ERROR
                   MOVE 8                    TO RETURN-CODE
               WHEN WS-FAILED-COUNT > ZEROES
                 OR WS-GIVEN-UP-COUNT > ZEROES
                   MOVE 4                    TO RETURN-CODE
           END-EVALUATE.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748RDP.
