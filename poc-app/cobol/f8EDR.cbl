      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748EDR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748EDR:     CHANGE-EVENT DELIVERY REPORT (DAILY)            *
      *                                                                *
      *  FUNCTION:     F5748ENP NEVER RETRIES A NOTIFICATION IT COULD  *
      *                NOT PUT ON A SUBSCRIBER'S QUEUE, SO THE         *
      *                SUBSCRIBING TEAMS NEED TO HEAR ABOUT EVERY      *
      *                MISS. FOR ONE DAY'S T_UIS_EVENT_DLVRY ROWS THIS *
      *                REPORT PRINTS:                                  *
      *                                                                *
      *                1. DELIVERED AND FAILED COUNTS BY SUBSCRIBER    *
      *                   AND EVENT TYPE                               *
      *                2. EVERY FAILED DELIVERY - THE CUSTOMER THE     *
      *                   SUBSCRIBER MUST RE-READ, THE QUEUE, AND THE  *
      *                   MQ REASON CODE                               *
      *                3. EVERY SUBSCRIPTION WHOSE CONSECUTIVE-FAILURE *
      *                   COUNT HAS REACHED THE THRESHOLD - A QUEUE    *
      *                   THAT IS GONE OR FULL, FOR THE SUBSCRIBER TO  *
      *                   FIX OR F5748ESM TO SUSPEND                   *
      *                                                                *
      *                RC 4 WHEN ANYTHING FAILED OR A SUBSCRIPTION IS  *
      *                OVER THE THRESHOLD, RC 8 ON A DB2 FAILURE.      *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  REPORT DATE (YYYY-MM-DD) -      *
      *                               BLANK = YESTERDAY               *
      *                   COLS 12-14  CONSECUTIVE-FAILURE THRESHOLD   *
      *                               (ZERO-FILLED) - BLANK OR ZERO   *
      *                               = 003                           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_EVENT_DLVRY (READ)                        *
      *                T_UIS_EVENT_SUB (READ)                          *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748EDR'.
           05  WS-DEFAULT-THRESHOLD         PIC 9(03) VALUE 003.

       01  WS-PARM-CARD.
           05  WS-RPT-DATE                  PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-THRESHOLD            PIC X(03) VALUE SPACES.
           05  WS-PARM-THRESHOLD-N REDEFINES WS-PARM-THRESHOLD
                                            PIC 9(03).

       01  WS-WORKING-FIELDS.
           05  WS-THRESHOLD                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DLVR-COUNT                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FAIL-COUNT                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-TOTAL-DELIVERED           PIC 9(09) VALUE ZEROES.
           05  WS-TOTAL-FAILED              PIC 9(09) VALUE ZEROES.
           05  WS-FAIL-LINES                PIC 9(09) VALUE ZEROES.
           05  WS-FLAGGED-SUBS              PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.
           05  WS-DB2-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-DB2-ERROR                       VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_EVENT_DLVRY
           EXEC SQL INCLUDE F5748EDL     END-EXEC.

      * DCLGEN FOR T_UIS_EVENT_SUB
           EXEC SQL INCLUDE F5748ESB     END-EXEC.

      * SECTION 1 - THE DAY'S DELIVERIES BY SUBSCRIBER AND EVENT TYPE.
           EXEC SQL
                DECLARE TOTAL-CSR CURSOR FOR
                SELECT EDL_SRC_APP_NM, EDL_EVENT_TYPE,
                       SUM(CASE WHEN EDL_STATUS = 'D'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN EDL_STATUS = 'F'
                                THEN 1 ELSE 0 END)
                  FROM T_UIS_EVENT_DLVRY
                 WHERE DATE(EDL_DLVR_TS) = :WS-RPT-DATE
                 GROUP BY EDL_SRC_APP_NM, EDL_EVENT_TYPE
                 ORDER BY EDL_SRC_APP_NM, EDL_EVENT_TYPE
           END-EXEC.

      * SECTION 2 - THE DAY'S FAILED DELIVERIES.
           EXEC SQL
                DECLARE FAIL-CSR CURSOR FOR
                SELECT EDL_DLVR_TS, EDL_SRC_APP_NM, EDL_EVENT_TYPE,
                       EDL_CUST_NUM, EDL_QNAME, EDL_MQ_COMPCODE,
                       EDL_MQ_REASON, EDL_ORIGIN_PGM
                  FROM T_UIS_EVENT_DLVRY
                 WHERE DATE(EDL_DLVR_TS) = :WS-RPT-DATE
                   AND EDL_STATUS = 'F'
                 ORDER BY EDL_SRC_APP_NM, EDL_DLVR_TS
           END-EXEC.

      * SECTION 3 - SUBSCRIPTIONS FAILING TIME AFTER TIME.
           EXEC SQL
                DECLARE CONSEC-CSR CURSOR FOR
                SELECT ESB_SRC_APP_NM, ESB_EVENT_TYPE, ESB_SEG_ID,
                       ESB_QNAME, ESB_STATUS, ESB_CONSEC_FAIL_CNT,
                       ESB_LAST_FAIL_TS, ESB_LAST_FAIL_REASON,
                       ESB_LAST_DLVR_TS
                  FROM T_UIS_EVENT_SUB
                 WHERE ESB_CONSEC_FAIL_CNT >= :WS-THRESHOLD
                 ORDER BY ESB_CONSEC_FAIL_CNT DESC, ESB_SRC_APP_NM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748EDR WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-TOTALS
              THRU 2000-EXIT.

           PERFORM 3000-REPORT-FAILURES
              THRU 3000-EXIT.

           PERFORM 4000-REPORT-FAILING-SUBS
              THRU 4000-EXIT.

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

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-RPT-DATE = SPACES
               EXEC SQL
                    SET :WS-RPT-DATE = CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
           END-IF.

           IF WS-PARM-THRESHOLD NUMERIC
            AND WS-PARM-THRESHOLD-N > ZEROES
               MOVE WS-PARM-THRESHOLD-N     TO WS-THRESHOLD
           ELSE
               MOVE WS-DEFAULT-THRESHOLD    TO WS-THRESHOLD
           END-IF.

           DISPLAY 'F5748EDR - CHANGE-EVENT DELIVERY REPORT FOR '
                    WS-RPT-DATE.
           DISPLAY 'F5748EDR - CONSECUTIVE-FAILURE THRESHOLD: '
                    WS-THRESHOLD.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-REPORT-TOTALS                         *
      ******************************************************************
       2000-REPORT-TOTALS.

           DISPLAY ' '.
           DISPLAY 'DELIVERIES BY SUBSCRIBER AND EVENT TYPE'.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           EXEC SQL
                OPEN TOTAL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748EDR - TOTALS OPEN FAILED SQLCODE=' SQLCODE
               SET WS-DB2-ERROR             TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-REPORT-ONE-TOTAL
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE TOTAL-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-REPORT-ONE-TOTAL                        *
      ******************************************************************
       2100-REPORT-ONE-TOTAL.

           EXEC SQL
                FETCH TOTAL-CSR
                INTO  :EDL-SRC-APP-NM, :EDL-EVENT-TYPE,
                      :WS-DLVR-COUNT, :WS-FAIL-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748EDR - TOTALS FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-DB2-ERROR         TO TRUE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD WS-DLVR-COUNT                TO WS-TOTAL-DELIVERED.
           ADD WS-FAIL-COUNT                TO WS-TOTAL-FAILED.

           DISPLAY '   SUBSCRIBER=' EDL-SRC-APP-NM
                    ' EVENT=' EDL-EVENT-TYPE
                    ' DELIVERED=' WS-DLVR-COUNT
                    ' FAILED=' WS-FAIL-COUNT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-REPORT-FAILURES                        *
      * EACH LINE IS A CUSTOMER CHANGE THE SUBSCRIBER NEVER HEARD      *
      * ABOUT AND MUST RE-READ THROUGH ITS NORMAL UIS SERVICE.         *
      ******************************************************************
       3000-REPORT-FAILURES.

           DISPLAY ' '.
           DISPLAY 'FAILED DELIVERIES'.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           EXEC SQL
                OPEN FAIL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748EDR - FAILURES OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-DB2-ERROR             TO TRUE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-REPORT-ONE-FAILURE
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE FAIL-CSR
           END-EXEC.

           IF WS-FAIL-LINES = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3100-REPORT-ONE-FAILURE                       *
      ******************************************************************
       3100-REPORT-ONE-FAILURE.

           EXEC SQL
                FETCH FAIL-CSR
                INTO  :EDL-DLVR-TS, :EDL-SRC-APP-NM, :EDL-EVENT-TYPE,
                      :EDL-CUST-NUM, :EDL-QNAME, :EDL-MQ-COMPCODE,
                      :EDL-MQ-REASON, :EDL-ORIGIN-PGM
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748EDR - FAILURES FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-DB2-ERROR         TO TRUE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1                            TO WS-FAIL-LINES.

           DISPLAY '   ' EDL-DLVR-TS
                    ' SUBSCRIBER=' EDL-SRC-APP-NM
                    ' EVENT=' EDL-EVENT-TYPE
                    ' CUST=' EDL-CUST-NUM
                    ' FROM=' EDL-ORIGIN-PGM.
           DISPLAY '      QUEUE=' EDL-QNAME
                    ' COMPCODE=' EDL-MQ-COMPCODE
                    ' REASON=' EDL-MQ-REASON.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4000-REPORT-FAILING-SUBS                      *
      * A SUBSCRIPTION AT OR OVER THE THRESHOLD HAS NOT HAD A GOOD     *
      * DELIVERY SINCE ITS LAST N ATTEMPTS - WHATEVER DAY THEY FELL    *
      * ON - SO IT IS LISTED EVERY DAY UNTIL A DELIVERY SUCCEEDS OR    *
      * F5748ESM SUSPENDS AND RESUMES IT.                              *
      ******************************************************************
       4000-REPORT-FAILING-SUBS.

           DISPLAY ' '.
           DISPLAY 'SUBSCRIPTIONS AT OR OVER THE CONSECUTIVE-FAILURE '
                   'THRESHOLD'.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           EXEC SQL
                OPEN CONSEC-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748EDR - SUBSCRIPTIONS OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-DB2-ERROR             TO TRUE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-REPORT-ONE-SUB
              THRU 4100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CONSEC-CSR
           END-EXEC.

           IF WS-FLAGGED-SUBS = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-REPORT-ONE-SUB                         *
      ******************************************************************
       4100-REPORT-ONE-SUB.

           EXEC SQL
                FETCH CONSEC-CSR
                INTO  :ESB-SRC-APP-NM, :ESB-EVENT-TYPE, :ESB-SEG-ID,
                      :ESB-QNAME, :ESB-STATUS, :ESB-CONSEC-FAIL-CNT,
                      :ESB-LAST-FAIL-TS, :ESB-LAST-FAIL-REASON,
                      :ESB-LAST-DLVR-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748EDR - SUBSCRIPTIONS FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-DB2-ERROR         TO TRUE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 4100-EXIT
           END-IF.

           ADD 1                            TO WS-FLAGGED-SUBS.

           DISPLAY '   SUBSCRIBER=' ESB-SRC-APP-NM
                    ' EVENT=' ESB-EVENT-TYPE
                    ' SEG=' ESB-SEG-ID
                    ' STATUS=' ESB-STATUS
                    ' CONSECUTIVE FAILURES=' ESB-CONSEC-FAIL-CNT.
           DISPLAY '      QUEUE=' ESB-QNAME
                    ' LAST REASON=' ESB-LAST-FAIL-REASON.
           DISPLAY '      LAST FAILED=' ESB-LAST-FAIL-TS
                    ' LAST DELIVERED=' ESB-LAST-DLVR-TS.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748EDR - NOTIFICATIONS DELIVERED   : '
                    WS-TOTAL-DELIVERED.
           DISPLAY 'F5748EDR - NOTIFICATIONS FAILED      : '
                    WS-TOTAL-FAILED.
           DISPLAY 'F5748EDR - SUBSCRIPTIONS OVER LIMIT  : '
                    WS-FLAGGED-SUBS.

           IF WS-DB2-ERROR
               MOVE 8                       TO RETURN-CODE
           ELSE
               IF WS-TOTAL-FAILED NOT = ZEROES
                  OR WS-FLAGGED-SUBS NOT = ZEROES
                   MOVE 4                   TO RETURN-CODE
               END-IF
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748EDR.
