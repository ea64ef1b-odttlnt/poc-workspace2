      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748PUR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748PUR:     MONTHLY PURPOSE-OF-USE ACCESS REPORT            *
      *                                                                *
      *  FUNCTION:     THE PRIVACY OFFICE MUST BE ABLE TO SAY WHY      *
      *                EACH CUSTOMER RECORD WAS ACCESSED. EVERY        *
      *                REQUEST TO F5748I00 NOW CARRIES A PURPOSE-OF-   *
      *                USE CODE (ZOS-REQUEST-PURPOSE-CD), CHECKED      *
      *                AGAINST T_UIS_PURPOSE_ALLOW AND STAMPED ON THE  *
      *                LOG ROWS AS TLG_PURPOSE_CD; THE F5748THS        *
      *                HISTORY SCREEN RECORDS ITS KEYED CODE ON        *
      *                T_UIS_VIEW_AUDIT. THIS JOB PRINTS THE MONTH'S   *
      *                ACCESS VOLUME BY PURPOSE, SOURCE APPLICATION,   *
      *                AND RACF ID:                                    *
      *                                                                *
      *                - SERVICE REQUESTS - ONE PER 'SUMMARY' LOG ROW  *
      *                  (LIVE AND ARCHIVED), WITH THE DISTINCT        *
      *                  CUSTOMERS TOUCHED AND HOW MANY WERE REFUSED   *
      *                  FOR THEIR PURPOSE (STATUS '21'), SUBTOTALLED  *
      *                  BY PURPOSE.                                   *
      *                - HISTORY SCREEN VIEWS - THE F5748THS ROWS ON   *
      *                  T_UIS_VIEW_AUDIT. F5748SCR VIEWS ARE NOT      *
      *                  REPEATED HERE - EACH ONE IS A SERVICE REQUEST *
      *                  FROM SOURCE APPLICATION F5748SCR AND IS       *
      *                  ALREADY COUNTED ABOVE.                        *
      *                                                                *
      *                A PURPOSE OF SPACES MARKS ROWS WRITTEN BEFORE   *
      *                THE CODE WAS CARRIED, OR FROM A CALLER TOO      *
      *                SHORT TO SEND ONE (ALWAYS REFUSED).             *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - RUN-MONTH (YYYY-MM)                  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG      (READ)               *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
      *                T_UIS_VIEW_AUDIT           (READ)               *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748PUR'.
           05  WS-HISTORY-SCREEN            PIC X(08) VALUE 'F5748THS'.

       01  WS-PARM-CARD.
           05  WS-RUN-MONTH                 PIC X(07) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-PURPOSE-CD                PIC X(04) VALUE SPACES.
           05  WS-SRC-APP                   PIC X(10) VALUE SPACES.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
           05  WS-SCREEN                    PIC X(08) VALUE SPACES.
           05  WS-PRIOR-PURPOSE-CD          PIC X(04) VALUE SPACES.
           05  WS-ACCESS-COUNT              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DISTINCT-CUSTS            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-REFUSED-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-REQ-LINES                 PIC 9(05) VALUE ZEROES.
           05  WS-VIEW-LINES                PIC 9(05) VALUE ZEROES.
           05  WS-PURPOSE-REQ-TOTAL         PIC 9(09) VALUE ZEROES.
           05  WS-PURPOSE-REFUSED-TOTAL     PIC 9(09) VALUE ZEROES.
           05  WS-REQ-TOTAL                 PIC 9(09) VALUE ZEROES.
           05  WS-REFUSED-TOTAL             PIC 9(09) VALUE ZEROES.
           05  WS-VIEW-TOTAL                PIC 9(09) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-FIRST-ROW-SW              PIC X(01) VALUE 'Y'.
               88  WS-FIRST-ROW                       VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_TRANSACTION_LOG
           EXEC SQL INCLUDE F5748TLG     END-EXEC.

      * DCLGEN FOR T_UIS_TRANSACTION_LOG_ARCH
           EXEC SQL INCLUDE F5748TLA     END-EXEC.

      * DCLGEN FOR T_UIS_VIEW_AUDIT
           EXEC SQL INCLUDE F5748VWA     END-EXEC.

      * ONE ROW PER PURPOSE/APPLICATION/RACF ID. THE ARCHIVE IS READ
      * WITH THE LIVE TABLE SO A MONTH ALREADY PARTLY MOVED BY
      * F5748ARC STILL REPORTS WHOLE, AS F5748CAP READS IT.
           EXEC SQL
                DECLARE PURP-REQ-CSR CURSOR FOR
                SELECT T.PURPOSE_CD
                     , T.SRC_APP
                     , T.RACF_ID
                     , COUNT(*)
                     , COUNT(DISTINCT T.CUST_NBR)
                     , COUNT(CASE WHEN T.REQ_STATUS = '21'
                                  THEN 1 END)
                  FROM ( SELECT TLG_PURPOSE_CD     AS PURPOSE_CD,
                                TLG_SOURCE_APPLIC  AS SRC_APP,
                                TLG_RACF_ID        AS RACF_ID,
                                TLG_CUSTOMER_NBR   AS CUST_NBR,
                                TLG_REQUEST_STATUS AS REQ_STATUS,
                                TLG_LOG_TIMESTAMP  AS LOG_TS
                           FROM T_UIS_TRANSACTION_LOG
                          WHERE TLG_LOG_TYPE = 'SUMMARY'
                         UNION ALL
                         SELECT TLA_PURPOSE_CD,
                                TLA_SOURCE_APPLIC,
                                TLA_RACF_ID,
                                TLA_CUSTOMER_NBR,
                                TLA_REQUEST_STATUS,
                                TLA_LOG_TIMESTAMP
                           FROM T_UIS_TRANSACTION_LOG_ARCH
                          WHERE TLA_LOG_TYPE = 'SUMMARY' ) AS T
                 WHERE SUBSTR(CHAR(T.LOG_TS), 1, 7) = :WS-RUN-MONTH
                 GROUP BY T.PURPOSE_CD, T.SRC_APP, T.RACF_ID
                 ORDER BY T.PURPOSE_CD, T.SRC_APP, T.RACF_ID
           END-EXEC.

           EXEC SQL
                DECLARE PURP-VIEW-CSR CURSOR FOR
                SELECT VWA_PURPOSE_CD
                     , VWA_SCREEN
                     , VWA_RACF_ID
                     , COUNT(*)
                     , COUNT(DISTINCT VWA_CUST_NUM)
                  FROM T_UIS_VIEW_AUDIT
                 WHERE SUBSTR(CHAR(VWA_VIEW_TS), 1, 7)
                       = :WS-RUN-MONTH
                   AND VWA_SCREEN = :WS-HISTORY-SCREEN
                 GROUP BY VWA_PURPOSE_CD, VWA_SCREEN, VWA_RACF_ID
                 ORDER BY VWA_PURPOSE_CD, VWA_SCREEN, VWA_RACF_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748PUR WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-REQUESTS
              THRU 2000-EXIT.

           PERFORM 3000-REPORT-SCREEN-VIEWS
              THRU 3000-EXIT.

           DISPLAY ' '.
           DISPLAY 'F5748PUR - REQUEST LINES         : '
                    WS-REQ-LINES.
           DISPLAY 'F5748PUR - SERVICE REQUESTS      : '
                    WS-REQ-TOTAL.
           DISPLAY 'F5748PUR - REFUSED FOR PURPOSE   : '
                    WS-REFUSED-TOTAL.
           DISPLAY 'F5748PUR - SCREEN VIEW LINES     : '
                    WS-VIEW-LINES.
           DISPLAY 'F5748PUR - HISTORY SCREEN VIEWS  : '
                    WS-VIEW-TOTAL.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-RUN-MONTH              FROM SYSIN.

           DISPLAY 'F5748PUR - PURPOSE-OF-USE ACCESS REPORT FOR '
                    WS-RUN-MONTH.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-REPORT-REQUESTS                        *
      * SERVICE REQUESTS BY PURPOSE, SOURCE APPLICATION, AND RACF ID,  *
      * WITH A SUBTOTAL LINE AS EACH PURPOSE ENDS.                     *
      ******************************************************************
       2000-REPORT-REQUESTS.

           DISPLAY ' '.
           DISPLAY 'F5748PUR - SERVICE REQUESTS'.
           DISPLAY 'PURP  SOURCE-APP  RACF-ID   REQUESTS     '
                   'DISTINCT-CUSTS  REFUSED'.

           EXEC SQL
                OPEN PURP-REQ-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748PUR - REQUEST CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           MOVE 'Y'                         TO WS-FIRST-ROW-SW.
           PERFORM 2100-REPORT-ONE-REQUEST
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE PURP-REQ-CSR
           END-EXEC.

           IF NOT WS-FIRST-ROW
               PERFORM 2200-PURPOSE-SUBTOTAL
                  THRU 2200-EXIT
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-REPORT-ONE-REQUEST                      *
      ******************************************************************
       2100-REPORT-ONE-REQUEST.

           EXEC SQL
                FETCH PURP-REQ-CSR
                INTO  :WS-PURPOSE-CD
                     ,:WS-SRC-APP
                     ,:WS-RACF-ID
                     ,:WS-ACCESS-COUNT
                     ,:WS-DISTINCT-CUSTS
                     ,:WS-REFUSED-COUNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF NOT WS-FIRST-ROW
                    AND WS-PURPOSE-CD NOT = WS-PRIOR-PURPOSE-CD
                       PERFORM 2200-PURPOSE-SUBTOTAL
                          THRU 2200-EXIT
                   END-IF
                   MOVE 'N'                  TO WS-FIRST-ROW-SW
                   MOVE WS-PURPOSE-CD        TO WS-PRIOR-PURPOSE-CD
                   ADD 1                     TO WS-REQ-LINES
                   ADD WS-ACCESS-COUNT       TO WS-PURPOSE-REQ-TOTAL
                                                WS-REQ-TOTAL
                   ADD WS-REFUSED-COUNT      TO WS-PURPOSE-REFUSED-TOTAL
                                                WS-REFUSED-TOTAL
                   DISPLAY WS-PURPOSE-CD '  ' WS-SRC-APP '  '
                           WS-RACF-ID '  ' WS-ACCESS-COUNT '  '
                           WS-DISTINCT-CUSTS '  ' WS-REFUSED-COUNT
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748PUR - REQUEST FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2200-PURPOSE-SUBTOTAL                        *
      ******************************************************************
       2200-PURPOSE-SUBTOTAL.

           DISPLAY '  PURPOSE ' WS-PRIOR-PURPOSE-CD ' TOTAL REQUESTS '
                   WS-PURPOSE-REQ-TOTAL ' REFUSED '
                   WS-PURPOSE-REFUSED-TOTAL.

           MOVE ZEROES                      TO WS-PURPOSE-REQ-TOTAL
                                               WS-PURPOSE-REFUSED-TOTAL.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3000-REPORT-SCREEN-VIEWS                      *
      * F5748THS HISTORY VIEWS BY PURPOSE AND RACF ID. THE SCREEN      *
      * STANDS IN THE APPLICATION COLUMN.                              *
      ******************************************************************
       3000-REPORT-SCREEN-VIEWS.

           DISPLAY ' '.
           DISPLAY 'F5748PUR - HISTORY SCREEN VIEWS'.
           DISPLAY 'PURP  SCREEN    RACF-ID   VIEWS        '
                   'DISTINCT-CUSTS'.

           EXEC SQL
                OPEN PURP-VIEW-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748PUR - VIEW CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 3100-REPORT-ONE-VIEW
              THRU 3100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE PURP-VIEW-CSR
           END-EXEC.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-REPORT-ONE-VIEW                        *
      ******************************************************************
       3100-REPORT-ONE-VIEW.

           EXEC SQL
                FETCH PURP-VIEW-CSR
                INTO  :WS-PURPOSE-CD
                     ,:WS-SCREEN
                     ,:WS-RACF-ID
                     ,:WS-ACCESS-COUNT
                     ,:WS-DISTINCT-CUSTS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-VIEW-LINES
                   ADD WS-ACCESS-COUNT       TO WS-VIEW-TOTAL
                   DISPLAY WS-PURPOSE-CD '  ' WS-SCREEN '  '
                           WS-RACF-ID '  ' WS-ACCESS-COUNT '  '
                           WS-DISTINCT-CUSTS
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748PUR - VIEW FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       3100-EXIT.
           EXIT.

       END PROGRAM F5748PUR.
