      *                TYPE SO THE DETAIL CAN BE RECONCILED TO THE     *
      *                OVERALL ROW COUNTS.                             *
      *                                                                *
      *                FINANCE CLOSES ON THE 4-4-5 FISCAL CALENDAR, SO *
      *                A FISCAL RUN BUCKETS AND TOTALS THE SAME        *
      *                FIGURES BY FISCAL PERIOD (T_FISCAL_PERIOD)      *
      *                INSTEAD OF CALENDAR MONTH.                      *
      *                                                                *
      *                CALL COUNTS DO NOT SHOW WHAT A CALL COSTS, SO A *
      *                CPU RUN ADDS A CPU PAGE FROM T_UIS_FN_COST (THE *
      *                CICS CPU F5748CPU MATCHES TO EACH CALL FROM SMF *
      *                110): PER SOURCE APPLICATION AND FUNCTION, THE  *
      *                CALLS COSTED AND THEIR CPU AND ELAPSED SECONDS, *
      *                THEN EACH APPLICATION'S SHARE OF THE PERIOD'S   *
      *                CPU - THE FIGURE TO BILL ON - MOST EXPENSIVE    *
      *                FIRST. ONLY DAYS F5748CPU COMPLETED ARE BILLED; *
      *                THE PAGE SAYS HOW MANY OF THE PERIOD'S DAYS     *
      *                THAT IS.                                        *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CARD:                            *
      *                   COLS 01-07  RUN PERIOD - CALENDAR YYYY-MM,   *
      *                               OR FISCAL YYYY-PP WHEN COL 08    *
      *                               IS 'F'                           *
      *                   COL  08     BASIS - 'F' = FISCAL PERIOD,     *
      *                               BLANK = CALENDAR MONTH           *
      *                   COL  10     'C' = ADD THE CPU PAGE           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_FISCAL_PERIOD (READ)                          *
      *                T_UIS_FN_COST (READ)                            *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                                                                *
      *  RETURN CODE:  0 = OK, 8 = THE RUN PERIOD COULD NOT BE         *
      *                RESOLVED TO A DATE RANGE - NOTHING REPORTED     *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-08-22 UISAD  SYNTHETIC F5748HBT HEARTBEAT TRAFFIC        *
      *                    (SOURCE 'UISHBEAT') EXCLUDED THROUGHOUT     *
      *  2026-10-15 UISAD  FISCAL-PERIOD OPTION (COL 08 'F'). ALL      *
      *                    CURSORS NOW SELECT ON A START/END DATE      *
      *                    RANGE RESOLVED FROM THE CARD                *
      *  2026-10-15 UISAD  CPU PAGE (COL 10 'C') FROM T_UIS_FN_COST    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-PARM-CARD.
           05  WS-RUN-MONTH                 PIC X(07) VALUE SPACES.
           05  WS-RUN-BASIS                 PIC X(01) VALUE SPACES.
               88  WS-BASIS-IS-FISCAL                 VALUE 'F'.
               88  WS-BASIS-IS-CALENDAR               VALUE ' ' 'C'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RUN-CPU-OPTION            PIC X(01) VALUE SPACES.
               88  WS-CPU-PAGE-WANTED                 VALUE 'C'.

      * THE SAME COLUMNS AS KEYED FOR A FISCAL RUN
       01  WS-PARM-FISCAL REDEFINES WS-PARM-CARD.
           05  WS-RUN-FISCAL-YEAR           PIC X(04).
           05  FILLER                       PIC X(01).
           05  WS-RUN-FISCAL-PERIOD         PIC X(02).
           05  FILLER                       PIC X(01).

      * THE FIRST AND LAST DAY THE RUN COVERS, INCLUSIVE - EVERY
      * CURSOR SELECTS ON THIS RANGE, WHICHEVER BASIS WAS ASKED FOR
       01  WS-RUN-RANGE.
           05  WS-RANGE-START               PIC X(10) VALUE SPACES.
           05  WS-RANGE-END                 PIC X(10) VALUE SPACES.
           05  WS-RUN-BUCKET                PIC X(06) VALUE 'MONTH'.
           05  WS-FISCAL-YEAR               PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FISCAL-PERIOD             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RANGE-DAYS                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-DETAIL-LINES              PIC 9(05) VALUE ZEROES.
           05  WS-DTL-ELAPSED-MS            PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-DTL-ROW-TYPE              PIC X(08) VALUE SPACES.
           05  WS-DTL-CPU-USEC              PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-DTL-ELAPSED-USEC          PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.

      * CPU PAGE - SEE 5000-REPORT-CPU-COST. ONLY DAYS THE LOADER
      * COMPLETED ARE BILLED - A FAILED DAY MAY HOLD A PART LOAD.
       01  WS-CPU-FIELDS.
           05  WS-COST-LOADER               PIC X(08) VALUE 'F5748CPU'.
           05  WS-USEC-PER-SECOND           PIC 9(07) VALUE 1000000.
           05  WS-CPU-TOTAL-USEC            PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-CPU-TOTAL-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CPU-DAYS-LOADED           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SECONDS                   PIC 9(09)V9(06)
                                                        VALUE ZEROES.
           05  WS-SHARE-PCT                 PIC 9(03)V9(02)
                                                        VALUE ZEROES.
           05  WS-CALLS-DSP                 PIC Z(08)9.
           05  WS-CPU-SECONDS-DSP           PIC Z(08)9.999999.
           05  WS-ELAPSED-SECONDS-DSP       PIC Z(08)9.999999.
           05  WS-SHARE-PCT-DSP             PIC ZZ9.99.

      ******************************************************************
      *                                                                *
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_FISCAL_PERIOD - SEE 1100-RESOLVE-FISCAL-RANGE
           EXEC SQL INCLUDE DB2FPD       END-EXEC.

      * PER SOURCE APPLICATION AND SERVICE FUNCTION, FROM THE MONTH'S
      * RESPONSE ROWS.
           EXEC SQL
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'RESPONSE'
                   AND TLG_SOURCE_APPLIC <> 'UISHBEAT'
                   AND DATE(TLG_LOG_TIMESTAMP)
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                 GROUP BY TLG_SOURCE_APPLIC, TLG_SRV_FN_CD
                 ORDER BY TLG_SOURCE_APPLIC, TLG_SRV_FN_CD
           END-EXEC.

      * TOTAL ELAPSED TIME CONSUMED PER SOURCE APPLICATION, FROM THE
      * RUN PERIOD'S SUMMARY ROWS.
           EXEC SQL
                DECLARE ELAPSED-CSR CURSOR FOR
                SELECT TLG_SOURCE_APPLIC
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'SUMMARY'
                   AND TLG_SOURCE_APPLIC <> 'UISHBEAT'
                   AND DATE(TLG_LOG_TIMESTAMP)
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                 GROUP BY TLG_SOURCE_APPLIC
                 ORDER BY TLG_SOURCE_APPLIC
           END-EXEC.

      * CPU PAGE DETAIL - PER SOURCE APPLICATION AND SERVICE FUNCTION,
      * FROM THE COST F5748CPU LOADED FOR THE RUN PERIOD'S DAYS.
           EXEC SQL
                DECLARE CPU-CSR CURSOR FOR
                SELECT FNC_SOURCE_APPLIC
                     , FNC_SRV_FN_CD
                     , SUM(FNC_CALL_COUNT)
                     , SUM(FNC_CPU_USEC)
                     , SUM(FNC_ELAPSED_USEC)
                  FROM T_UIS_FN_COST
                 WHERE FNC_SOURCE_APPLIC <> 'UISHBEAT'
                   AND FNC_COST_DATE
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                   AND EXISTS
                       (SELECT 1
                          FROM T_UIS_RUN_STATUS R
                         WHERE R.RUN_DATE    = FNC_COST_DATE
                           AND R.RUN_JOB_NM  = :WS-COST-LOADER
                           AND R.RUN_OUTCOME IN ('SUCCESS', 'MANUAL'))
                 GROUP BY FNC_SOURCE_APPLIC, FNC_SRV_FN_CD
                 ORDER BY FNC_SOURCE_APPLIC, 4 DESC
           END-EXEC.

      * CPU PAGE BILLING BASIS - EACH SOURCE APPLICATION'S CPU, MOST
      * EXPENSIVE FIRST.
           EXEC SQL
                DECLARE CPU-APP-CSR CURSOR FOR
                SELECT FNC_SOURCE_APPLIC
                     , SUM(FNC_CALL_COUNT)
                     , SUM(FNC_CPU_USEC)
                  FROM T_UIS_FN_COST
                 WHERE FNC_SOURCE_APPLIC <> 'UISHBEAT'
                   AND FNC_COST_DATE
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                   AND EXISTS
                       (SELECT 1
                          FROM T_UIS_RUN_STATUS R
                         WHERE R.RUN_DATE    = FNC_COST_DATE
                           AND R.RUN_JOB_NM  = :WS-COST-LOADER
                           AND R.RUN_OUTCOME IN ('SUCCESS', 'MANUAL'))
                 GROUP BY FNC_SOURCE_APPLIC
                 ORDER BY 3 DESC
           END-EXEC.

      * GRAND TOTAL - THE RUN PERIOD'S LOG ROWS BY TYPE, FOR RECONCILING
      * THE DETAIL PAGES TO THE OVERALL ROW COUNTS.
           EXEC SQL
                DECLARE TOTAL-CSR CURSOR FOR
                     , COUNT(*)
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_SOURCE_APPLIC <> 'UISHBEAT'
                   AND DATE(TLG_LOG_TIMESTAMP)
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                 GROUP BY TLG_LOG_TYPE
                 ORDER BY TLG_LOG_TYPE
           END-EXEC.
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM 2000-REPORT-USAGE-DETAIL
              THRU 2000-EXIT.

           PERFORM 4000-REPORT-GRAND-TOTALS
              THRU 4000-EXIT.

           IF WS-CPU-PAGE-WANTED
               PERFORM 5000-REPORT-CPU-COST
                  THRU 5000-EXIT
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

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

           IF WS-BASIS-IS-FISCAL
               DISPLAY 'F5748CHB - USAGE CHARGEBACK REPORT FOR '
                       'FISCAL YEAR ' WS-RUN-FISCAL-YEAR
                       ' PERIOD ' WS-RUN-FISCAL-PERIOD
           ELSE
               DISPLAY 'F5748CHB - USAGE CHARGEBACK REPORT FOR '
                        WS-RUN-MONTH
           END-IF.
           DISPLAY 'F5748CHB - ' WS-RANGE-START ' THRU '
                    WS-RANGE-END.
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

           MOVE 'PERIOD'                    TO WS-RUN-BUCKET.

           IF WS-RUN-FISCAL-YEAR NOT NUMERIC
              OR WS-RUN-FISCAL-PERIOD NOT NUMERIC
              OR WS-RUN-FISCAL-PERIOD < '01'
              OR WS-RUN-FISCAL-PERIOD > '12'
               DISPLAY 'F5748CHB - REJECTED, FISCAL RUN PERIOD NOT '
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
               DISPLAY 'F5748CHB - FISCAL PERIOD ' WS-RUN-MONTH
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
               DISPLAY 'F5748CHB - REJECTED, RUN MONTH NOT YYYY-MM: '
                        WS-RUN-MONTH
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2000-REPORT-USAGE-DETAIL                      *
      ******************************************************************
       2000-REPORT-USAGE-DETAIL.
                CLOSE TOTAL-CSR
           END-EXEC.

           DISPLAY 'F5748CHB - ALL LOG ROWS THIS ' WS-RUN-BUCKET
                   ' : ' WS-GRAND-TOTAL-ROWS.
           .
       4000-EXIT.
           EXIT.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-REPORT-CPU-COST                        *
      * THE CPU PAGE. THE PERIOD'S TOTAL CPU IS TAKEN FIRST SO EACH    *
      * APPLICATION'S SHARE CAN BE SHOWN; A PERIOD WITH DAYS NOT YET   *
      * LOADED IS FLAGGED SO THE BILL IS NOT TAKEN AS COMPLETE.        *
      ******************************************************************
       5000-REPORT-CPU-COST.

           DISPLAY ' '.
           DISPLAY 'F5748CHB - CICS CPU COST (SMF 110, VIA F5748CPU)'.

           EXEC SQL
                SET :WS-RANGE-DAYS =
                    DAYS(DATE(:WS-RANGE-END))
                  - DAYS(DATE(:WS-RANGE-START)) + 1
           END-EXEC.

           EXEC SQL
                SELECT SUM(FNC_CPU_USEC)
                     , COUNT(DISTINCT FNC_COST_DATE)
                  INTO :WS-CPU-TOTAL-USEC :WS-CPU-TOTAL-IND
                     , :WS-CPU-DAYS-LOADED
                  FROM T_UIS_FN_COST
                 WHERE FNC_SOURCE_APPLIC <> 'UISHBEAT'
                   AND FNC_COST_DATE
                       BETWEEN DATE(:WS-RANGE-START)
                           AND DATE(:WS-RANGE-END)
                   AND EXISTS
                       (SELECT 1
                          FROM T_UIS_RUN_STATUS R
                         WHERE R.RUN_DATE    = FNC_COST_DATE
                           AND R.RUN_JOB_NM  = :WS-COST-LOADER
                           AND R.RUN_OUTCOME IN ('SUCCESS', 'MANUAL'))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CHB - CPU TOTAL FAILED SQLCODE=' SQLCODE
               GO TO 5000-EXIT
           END-IF.

           IF WS-CPU-TOTAL-IND < 0
               MOVE ZEROES                  TO WS-CPU-TOTAL-USEC
           END-IF.

           DISPLAY 'F5748CHB - DAYS WITH CPU COST LOADED: '
                    WS-CPU-DAYS-LOADED ' OF ' WS-RANGE-DAYS.
           IF WS-CPU-DAYS-LOADED < WS-RANGE-DAYS
               DISPLAY 'F5748CHB - *** CPU COST INCOMPLETE FOR THIS '
                        WS-RUN-BUCKET ' - RERUN F5748CPU FOR THE '
                       'MISSING DAYS BEFORE BILLING ***'
           END-IF.

           IF WS-CPU-TOTAL-USEC = ZEROES
               DISPLAY 'F5748CHB - NO CPU COST FOR THIS ' WS-RUN-BUCKET
               GO TO 5000-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'SOURCE-APP  SRVFUNC      CALLS     CPU-SECONDS  '
                   '  ELAPSED-SECS'.

           EXEC SQL
                OPEN CPU-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CHB - CPU CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 5100-REPORT-ONE-CPU
              THRU 5100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CPU-CSR
           END-EXEC.

           DISPLAY ' '.
           DISPLAY 'SOURCE-APP      CALLS     CPU-SECONDS  CPU-SHARE%'.

           EXEC SQL
                OPEN CPU-APP-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CHB - CPU APP CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 5200-REPORT-ONE-CPU-APP
              THRU 5200-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CPU-APP-CSR
           END-EXEC.

           COMPUTE WS-SECONDS =
                   WS-CPU-TOTAL-USEC / WS-USEC-PER-SECOND.
           MOVE WS-SECONDS                  TO WS-CPU-SECONDS-DSP.
           DISPLAY 'F5748CHB - ALL CPU SECONDS THIS ' WS-RUN-BUCKET
                   ' : ' WS-CPU-SECONDS-DSP.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5100-REPORT-ONE-CPU                        *
      ******************************************************************
       5100-REPORT-ONE-CPU.

           EXEC SQL
                FETCH CPU-CSR
                INTO  :WS-DTL-SOURCE-APPLIC
                     ,:WS-DTL-SRV-FN-CD
                     ,:WS-DTL-REQUESTS
                     ,:WS-DTL-CPU-USEC
                     ,:WS-DTL-ELAPSED-USEC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-DTL-REQUESTS      TO WS-CALLS-DSP
                   COMPUTE WS-SECONDS =
                           WS-DTL-CPU-USEC / WS-USEC-PER-SECOND
                   MOVE WS-SECONDS           TO WS-CPU-SECONDS-DSP
                   COMPUTE WS-SECONDS =
                           WS-DTL-ELAPSED-USEC / WS-USEC-PER-SECOND
                   MOVE WS-SECONDS           TO WS-ELAPSED-SECONDS-DSP
                   DISPLAY WS-DTL-SOURCE-APPLIC '  '
                           WS-DTL-SRV-FN-CD '  '
                           WS-CALLS-DSP '  '
                           WS-CPU-SECONDS-DSP '  '
                           WS-ELAPSED-SECONDS-DSP
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748CHB - CPU FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5200-REPORT-ONE-CPU-APP                      *
      ******************************************************************
       5200-REPORT-ONE-CPU-APP.

           EXEC SQL
                FETCH CPU-APP-CSR
                INTO  :WS-DTL-SOURCE-APPLIC
                     ,:WS-DTL-REQUESTS
                     ,:WS-DTL-CPU-USEC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-DTL-REQUESTS      TO WS-CALLS-DSP
                   COMPUTE WS-SECONDS =
                           WS-DTL-CPU-USEC / WS-USEC-PER-SECOND
                   MOVE WS-SECONDS           TO WS-CPU-SECONDS-DSP
                   COMPUTE WS-SHARE-PCT ROUNDED =
                           WS-DTL-CPU-USEC * 100 / WS-CPU-TOTAL-USEC
                   MOVE WS-SHARE-PCT         TO WS-SHARE-PCT-DSP
                   DISPLAY WS-DTL-SOURCE-APPLIC '  '
                           WS-CALLS-DSP '  '
                           WS-CPU-SECONDS-DSP '      '
                           WS-SHARE-PCT-DSP
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748CHB - CPU APP FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       5200-EXIT.
           EXIT.

       END PROGRAM F5748CHB.
