      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748CPU.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748CPU:     DAILY CICS CPU COST BY SERVICE FUNCTION AND     *
      *                SOURCE APPLICATION                              *
      *                                                                *
      *  FUNCTION:     F5748CHB CHARGES BY CALL COUNT, SO AN ECHO CALL *
      *                AND A 60-MEMBER HOUSEHOLD BUILD COST THE CALLER *
      *                THE SAME. THIS DAILY JOB READS THE CICS SMF 110 *
      *                PERFORMANCE RECORDS FOR THE UIS TRANSACTIONS AND*
      *                MATCHES EACH TASK TO THE 'RESPONSE' ROWS IT     *
      *                WROTE ON T_UIS_TRANSACTION_LOG - SAME TRANID,   *
      *                SAME TASK NUMBER, LOGGED BETWEEN THE TASK'S     *
      *                START AND STOP TIMES. THE TASK'S CPU AND ELAPSED*
      *                TIME GO TO THE SERVICE FUNCTION AND SOURCE      *
      *                APPLICATION ON THOSE ROWS; A TASK THAT MADE     *
      *                SEVERAL CALLS HAS ITS TIME SHARED OVER THEM BY  *
      *                CALL COUNT, TO THE MICROSECOND, SO THE DAY'S    *
      *                STORED COST ADDS BACK TO THE MATCHED TASKS'.    *
      *                THE RESULT IS STORED ON T_UIS_FN_COST, ONE ROW  *
      *                PER DAY, FUNCTION AND SOURCE APPLICATION, FOR   *
      *                F5748CHB'S CPU BASIS, AND THE RUN ENDS WITH THE *
      *                DAY'S TEN MOST EXPENSIVE FUNCTIONS AND CALLERS. *
      *                                                                *
      *                A TASK WITH NO MATCHING LOG ROW (IT ABENDED     *
      *                BEFORE LOGGING, OR IS NOT A UIS CALL) IS COUNTED*
      *                AND ITS CPU TOTALLED AS UNMATCHED, NOT STORED.  *
      *                THE LOG CARRIES THE LOW FIVE DIGITS OF THE CICS *
      *                TASK NUMBER, SO ONLY THOSE ARE COMPARED - THE   *
      *                TIME WINDOW SEPARATES TASKS THAT SHARE THEM.    *
      *                                                                *
      *                THE DAY'S ROWS ARE CLEARED FIRST, SO A RERUN    *
      *                REPLACES THEM. THE RUN REGISTERS ON             *
      *                T_UIS_RUN_STATUS UNDER THE COST DATE; A FAILED  *
      *                OR EMPTY RUN IS LEFT 'FAILED' SO F5748CHB DOES  *
      *                NOT BILL A PART DAY AS A WHOLE ONE.             *
      *                                                                *
      *  ENVIRONMENT:  BATCH. DAILY, AFTER THE SMF DUMP AND EXTRACT.   *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CARD:                            *
      *                   COLS 01-10  COST DATE (YYYY-MM-DD) - BLANK   *
      *                               FOR YESTERDAY                    *
      *                                                                *
      *  INPUT:        SMFPERF - THE DAY'S SMF 110 PERFORMANCE-CLASS   *
      *                RECORDS FOR THE UIS TRANIDS, ONE PER TASK, AS   *
      *                UNLOADED TO FIXED FIELDS BY THE JOB'S EXTRACT   *
      *                STEP (TIMES AS LOCAL DB2 TIMESTAMPS, CLOCKS IN  *
      *                MICROSECONDS):                                  *
      *                   COLS 01-08  CICS APPLID                      *
      *                   COLS 09-12  TRANID                           *
      *                   COLS 13-19  TASK NUMBER                      *
      *                   COLS 20-45  TASK START                       *
      *                               (YYYY-MM-DD-HH.MM.SS.NNNNNN)     *
      *                   COLS 46-71  TASK STOP                        *
      *                   COLS 72-83  USER-TASK CPU TIME (USRCPUT)     *
      *                   COLS 84-95  RESPONSE (ELAPSED) TIME          *
      *                A TASK THAT STARTED ON ANOTHER DAY IS SKIPPED   *
      *                AND COUNTED.                                    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_FN_COST (DELETE/UPDATE/INSERT)            *
      *                T_UIS_RUN_STATUS (DELETE/INSERT/UPDATE)         *
      *                                                                *
      *  RETURN CODE:  0 = OK, 4 = UNMATCHED TASKS OR REJECTED RECORDS,*
      *                8 = BAD CARD, NO RECORDS FOR THE DATE, OR A DB2 *
      *                FAILURE - THE DAY IS LEFT 'FAILED'              *
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
           SELECT SMF-PERF-FILE             ASSIGN TO SMFPERF
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SMF-PERF-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  SMF-PERF-RECORD.
           05  SP-APPLID                    PIC X(08).
           05  SP-TRANID                    PIC X(04).
           05  SP-TASK-NBR                  PIC 9(07).
           05  SP-START-TS                  PIC X(26).
           05  SP-STOP-TS                   PIC X(26).
           05  SP-CPU-USEC                  PIC 9(12).
           05  SP-ELAPSED-USEC              PIC 9(12).
           05  FILLER                       PIC X(25).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748CPU'.
      * TASKS COSTED BETWEEN COMMITS.
           05  WS-COMMIT-INTERVAL           PIC 9(04) VALUE 0500.
           05  WS-USEC-PER-SECOND           PIC 9(07) VALUE 1000000.

       01  WS-PARM-CARD.
           05  WS-PARM-COST-DATE            PIC X(10) VALUE SPACES.

      * THE TASK BEING COSTED - HOST VARIABLES FOR CALL-CSR.
       01  WS-TASK-AREA.
           05  WS-COST-DATE                 PIC X(10) VALUE SPACES.
           05  WS-TASK-TRANID               PIC X(04) VALUE SPACES.
      * THE LOW FIVE DIGITS - ALL TLG_TASK_NBR HOLDS.
           05  WS-TASK-NBR                  PIC S9(05)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-TASK-START                PIC X(26) VALUE SPACES.
           05  WS-TASK-STOP                 PIC X(26) VALUE SPACES.
           05  WS-TASK-CPU-USEC             PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-TASK-ELAPSED-USEC         PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-TASK-CALLS                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      * CUMULATIVE SHARING - EACH CALL GROUP TAKES THE TASK'S TIME UP
      * TO ITS RUNNING CALL COUNT LESS WHAT EARLIER GROUPS TOOK, SO
      * ROUNDING NEVER LOSES OR ADDS A MICROSECOND.
       01  WS-SHARE-AREA.
           05  WS-GRP-SRV-FN-CD             PIC X(04) VALUE SPACES.
           05  WS-GRP-SOURCE-APPLIC         PIC X(10) VALUE SPACES.
           05  WS-GRP-CALLS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CUM-CALLS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CPU-UPTO                  PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-CPU-ALLOCATED             PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-ELAPSED-UPTO              PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-ELAPSED-ALLOCATED         PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-UNCOMMITTED-COUNT         PIC 9(04) VALUE ZEROES.
           05  WS-TOP-KEY                   PIC X(10) VALUE SPACES.
           05  WS-TOP-CALLS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOP-CPU-USEC              PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-TOP-ELAPSED-USEC          PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-SECONDS                   PIC 9(09)V9(06)
                                                        VALUE ZEROES.
           05  WS-AVG-USEC                  PIC 9(11) VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-OTHER-DATE-COUNT          PIC 9(09) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-MATCHED-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-UNMATCHED-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-CALLS-COSTED              PIC 9(09) VALUE ZEROES.
           05  WS-CLEARED-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-MATCHED-CPU-USEC          PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-UNMATCHED-CPU-USEC        PIC S9(15)V USAGE COMP-3
                                                        VALUE ZEROES.

       01  WS-DISPLAY-FIELDS.
           05  WS-CALLS-DSP                 PIC Z(08)9.
           05  WS-SECONDS-DSP               PIC Z(08)9.999999.
           05  WS-AVG-USEC-DSP              PIC Z(10)9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-CSR-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-LOAD-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-LOAD-FAILED                     VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_TRANSACTION_LOG
           EXEC SQL INCLUDE F5748TLG     END-EXEC.

      * DCLGEN FOR T_UIS_FN_COST
           EXEC SQL INCLUDE F5748FNC     END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS
           EXEC SQL INCLUDE F5748RUN     END-EXEC.

      * THE CALLS ONE TASK MADE, BY SERVICE FUNCTION AND SOURCE
      * APPLICATION.
           EXEC SQL
                DECLARE CALL-CSR CURSOR FOR
                SELECT TLG_SRV_FN_CD
                     , TLG_SOURCE_APPLIC
                     , COUNT(*)
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_TASK_NBR      = :WS-TASK-NBR
                   AND TLG_TRANID        = :WS-TASK-TRANID
                   AND TLG_LOG_TYPE      = 'RESPONSE'
                   AND TLG_LOG_TIMESTAMP BETWEEN :WS-TASK-START
                                             AND :WS-TASK-STOP
                 GROUP BY TLG_SRV_FN_CD, TLG_SOURCE_APPLIC
                 ORDER BY TLG_SRV_FN_CD, TLG_SOURCE_APPLIC
           END-EXEC.

      * THE DAY'S MOST EXPENSIVE SERVICE FUNCTIONS. SYNTHETIC
      * F5748HBT HEARTBEAT TRAFFIC IS LEFT OUT, AS IN F5748CHB.
           EXEC SQL
                DECLARE TOPFN-CSR CURSOR FOR
                SELECT FNC_SRV_FN_CD
                     , SUM(FNC_CALL_COUNT)
                     , SUM(FNC_CPU_USEC)
                     , SUM(FNC_ELAPSED_USEC)
                  FROM T_UIS_FN_COST
                 WHERE FNC_COST_DATE     = :WS-COST-DATE
                   AND FNC_SOURCE_APPLIC <> 'UISHBEAT'
                 GROUP BY FNC_SRV_FN_CD
                 ORDER BY 3 DESC
                 FETCH FIRST 10 ROWS ONLY
           END-EXEC.

      * THE DAY'S MOST EXPENSIVE CALLERS.
           EXEC SQL
                DECLARE TOPAPP-CSR CURSOR FOR
                SELECT FNC_SOURCE_APPLIC
                     , SUM(FNC_CALL_COUNT)
                     , SUM(FNC_CPU_USEC)
                     , SUM(FNC_ELAPSED_USEC)
                  FROM T_UIS_FN_COST
                 WHERE FNC_COST_DATE     = :WS-COST-DATE
                   AND FNC_SOURCE_APPLIC <> 'UISHBEAT'
                 GROUP BY FNC_SOURCE_APPLIC
                 ORDER BY 3 DESC
                 FETCH FIRST 10 ROWS ONLY
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748CPU WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 0800-READ-PARM-CARD
              THRU 0800-EXIT.

           PERFORM 0900-REGISTER-RUN-START
              THRU 0900-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-COST-ONE-TASK
              THRU 2000-EXIT
              UNTIL WS-IS-EOF.

           CLOSE SMF-PERF-FILE.

           IF WS-READ-COUNT = ZEROES
            OR WS-READ-COUNT = WS-OTHER-DATE-COUNT
               DISPLAY 'F5748CPU - NO SMF 110 RECORDS FOR '
                        WS-COST-DATE ' - NOTHING COSTED'
               SET WS-LOAD-FAILED           TO TRUE
           END-IF.

           IF WS-LOAD-FAILED
               PERFORM 9000-REPORT-SUMMARY
                  THRU 9000-EXIT
               PERFORM 0980-REGISTER-RUN-FAILED
                  THRU 0980-EXIT
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 0990-REGISTER-RUN-END
              THRU 0990-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           PERFORM 9100-REPORT-TOP-FUNCTIONS
              THRU 9100-EXIT.

           PERFORM 9200-REPORT-TOP-CALLERS
              THRU 9200-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      0800-READ-PARM-CARD                       *
      * RESOLVES THE COST DATE BEFORE ANYTHING IS REGISTERED UNDER IT. *
      ******************************************************************
       0800-READ-PARM-CARD.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-COST-DATE = SPACES
               EXEC SQL
                    SET :WS-COST-DATE =
                        CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
           ELSE
               EXEC SQL
                    SET :WS-COST-DATE =
                        CHAR(DATE(:WS-PARM-COST-DATE), ISO)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - REJECTED, COST DATE NOT '
                       'YYYY-MM-DD: ' WS-PARM-COST-DATE
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.
           .
       0800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    0900-REGISTER-RUN-START                     *
      * REGISTERS ON T_UIS_RUN_STATUS UNDER THE COST DATE, CLEANLY ON  *
      * A RERUN OF THE SAME DATE.                                      *
      ******************************************************************
       0900-REGISTER-RUN-START.

           EXEC SQL
                DELETE FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = :WS-COST-DATE
                   AND RUN_JOB_NM = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RUN_STATUS
                       ( RUN_DATE
                       , RUN_JOB_NM
                       , RUN_START_TS
                       , RUN_END_TS
                       , RUN_OUTCOME )
                VALUES ( :WS-COST-DATE
                       , :WS-NAME-OF-THIS-MODULE
                       , CURRENT TIMESTAMP
                       , NULL
                       , 'RUNNING' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - RUN-STATUS REGISTRATION FAILED SQLCODE='
                        SQLCODE
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    0980-REGISTER-RUN-FAILED                    *
      * BACKS OUT THE UNCOMMITTED TAIL OF A FAILED LOAD AND MARKS THE  *
      * RUN FAILED. THE ROWS ALREADY COMMITTED FOR THE DATE STAY UNTIL *
      * THE RERUN CLEARS THEM.                                         *
      ******************************************************************
       0980-REGISTER-RUN-FAILED.

           EXEC SQL
                ROLLBACK
           END-EXEC.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'FAILED'
                 WHERE RUN_DATE    = :WS-COST-DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0980-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     0990-REGISTER-RUN-END                      *
      ******************************************************************
       0990-REGISTER-RUN-END.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'SUCCESS'
                 WHERE RUN_DATE    = :WS-COST-DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0990-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * CLEARS AND COMMITS AWAY ANY ROWS AN EARLIER RUN LEFT UNDER THE *
      * COST DATE, THEN READS THE FIRST SMF RECORD.                    *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'F5748CPU - CICS CPU COST FOR ' WS-COST-DATE.

           OPEN INPUT SMF-PERF-FILE.

           EXEC SQL
                DELETE FROM T_UIS_FN_COST
                 WHERE FNC_COST_DATE = :WS-COST-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-CLEARED-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748CPU - CLEAR OF EARLIER ROWS FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-LOAD-FAILED        TO TRUE
                   SET WS-IS-EOF             TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 1100-READ-SMF-RECORD
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1100-READ-SMF-RECORD                      *
      ******************************************************************
       1100-READ-SMF-RECORD.

           READ SMF-PERF-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
               NOT AT END
                   ADD 1                    TO WS-READ-COUNT
           END-READ.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-COST-ONE-TASK                        *
      * EDITS ONE SMF TASK RECORD, FINDS THE CALLS IT MADE AND SHARES  *
      * ITS CPU AND ELAPSED TIME OVER THEM.                            *
      ******************************************************************
       2000-COST-ONE-TASK.

           IF SP-START-TS(1:10) NOT = WS-COST-DATE
               ADD 1                         TO WS-OTHER-DATE-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           IF SP-TASK-NBR NOT NUMERIC
            OR SP-CPU-USEC NOT NUMERIC
            OR SP-ELAPSED-USEC NOT NUMERIC
            OR SP-STOP-TS < SP-START-TS
               DISPLAY 'F5748CPU - REJECTED SMF RECORD ' WS-READ-COUNT
                       ': ' SP-APPLID ' ' SP-TRANID ' ' SP-TASK-NBR
               ADD 1                         TO WS-REJECT-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SP-TRANID                    TO WS-TASK-TRANID.
      * A NUMERIC MOVE KEEPS THE LOW-ORDER DIGITS.
           MOVE SP-TASK-NBR                  TO WS-TASK-NBR.
           MOVE SP-START-TS                  TO WS-TASK-START.
           MOVE SP-STOP-TS                   TO WS-TASK-STOP.
           MOVE SP-CPU-USEC                  TO WS-TASK-CPU-USEC.
           MOVE SP-ELAPSED-USEC              TO WS-TASK-ELAPSED-USEC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TASK-CALLS
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_TASK_NBR      = :WS-TASK-NBR
                   AND TLG_TRANID        = :WS-TASK-TRANID
                   AND TLG_LOG_TYPE      = 'RESPONSE'
                   AND TLG_LOG_TIMESTAMP BETWEEN :WS-TASK-START
                                             AND :WS-TASK-STOP
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - LOG LOOKUP FAILED SQLCODE='
                        SQLCODE ' FOR TASK ' SP-TASK-NBR
               SET WS-LOAD-FAILED            TO TRUE
               SET WS-IS-EOF                 TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-TASK-CALLS = ZEROES
               ADD 1                         TO WS-UNMATCHED-COUNT
               ADD WS-TASK-CPU-USEC          TO WS-UNMATCHED-CPU-USEC
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1                             TO WS-MATCHED-COUNT.
           ADD WS-TASK-CPU-USEC              TO WS-MATCHED-CPU-USEC.

           MOVE ZEROES                       TO WS-CUM-CALLS
                                                WS-CPU-ALLOCATED
                                                WS-ELAPSED-ALLOCATED.

           EXEC SQL
                OPEN CALL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - OPEN CALL CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-LOAD-FAILED            TO TRUE
               SET WS-IS-EOF                 TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-CSR-EOF-SW.
           PERFORM 2100-COST-ONE-CALL-GROUP
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CALL-CSR
           END-EXEC.

           IF WS-LOAD-FAILED
               SET WS-IS-EOF                 TO TRUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1                             TO WS-UNCOMMITTED-COUNT.
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE ZEROES                   TO WS-UNCOMMITTED-COUNT
           END-IF.

       2000-READ-NEXT.
           PERFORM 1100-READ-SMF-RECORD
              THRU 1100-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-COST-ONE-CALL-GROUP                     *
      ******************************************************************
       2100-COST-ONE-CALL-GROUP.

           EXEC SQL
                FETCH CALL-CSR
                INTO  :WS-GRP-SRV-FN-CD
                     ,:WS-GRP-SOURCE-APPLIC
                     ,:WS-GRP-CALLS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748CPU - CALL FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-LOAD-FAILED        TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE.

           ADD WS-GRP-CALLS                  TO WS-CUM-CALLS.

           COMPUTE WS-CPU-UPTO ROUNDED =
                   WS-TASK-CPU-USEC * WS-CUM-CALLS / WS-TASK-CALLS.
           COMPUTE WS-ELAPSED-UPTO ROUNDED =
                   WS-TASK-ELAPSED-USEC * WS-CUM-CALLS / WS-TASK-CALLS.

           MOVE WS-COST-DATE                 TO FNC-COST-DATE.
           MOVE WS-GRP-SRV-FN-CD             TO FNC-SRV-FN-CD.
           MOVE WS-GRP-SOURCE-APPLIC         TO FNC-SOURCE-APPLIC.
           MOVE WS-GRP-CALLS                 TO FNC-CALL-COUNT.
           COMPUTE FNC-CPU-USEC = WS-CPU-UPTO - WS-CPU-ALLOCATED.
           COMPUTE FNC-ELAPSED-USEC =
                   WS-ELAPSED-UPTO - WS-ELAPSED-ALLOCATED.
           MOVE WS-CPU-UPTO                  TO WS-CPU-ALLOCATED.
           MOVE WS-ELAPSED-UPTO              TO WS-ELAPSED-ALLOCATED.

           EXEC SQL
                UPDATE T_UIS_FN_COST
                   SET FNC_CALL_COUNT   = FNC_CALL_COUNT
                                        + :FNC-CALL-COUNT
                     , FNC_CPU_USEC     = FNC_CPU_USEC
                                        + :FNC-CPU-USEC
                     , FNC_ELAPSED_USEC = FNC_ELAPSED_USEC
                                        + :FNC-ELAPSED-USEC
                     , FNC_LOAD_TS      = CURRENT TIMESTAMP
                 WHERE FNC_COST_DATE     = :FNC-COST-DATE
                   AND FNC_SRV_FN_CD     = :FNC-SRV-FN-CD
                   AND FNC_SOURCE_APPLIC = :FNC-SOURCE-APPLIC
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_UIS_FN_COST
                           ( FNC_COST_DATE
                           , FNC_SRV_FN_CD
                           , FNC_SOURCE_APPLIC
                           , FNC_CALL_COUNT
                           , FNC_CPU_USEC
                           , FNC_ELAPSED_USEC
                           , FNC_LOAD_TS )
                    VALUES ( :FNC-COST-DATE
                           , :FNC-SRV-FN-CD
                           , :FNC-SOURCE-APPLIC
                           , :FNC-CALL-COUNT
                           , :FNC-CPU-USEC
                           , :FNC-ELAPSED-USEC
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - COST UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' FNC-SRV-FN-CD ' '
                        FNC-SOURCE-APPLIC
               SET WS-LOAD-FAILED            TO TRUE
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD WS-GRP-CALLS                  TO WS-CALLS-COSTED.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748CPU - EARLIER ROWS CLEARED     : '
                    WS-CLEARED-COUNT.
           DISPLAY 'F5748CPU - SMF RECORDS READ         : '
                    WS-READ-COUNT.
           DISPLAY 'F5748CPU -   STARTED ON ANOTHER DAY : '
                    WS-OTHER-DATE-COUNT.
           DISPLAY 'F5748CPU -   REJECTED               : '
                    WS-REJECT-COUNT.
           DISPLAY 'F5748CPU -   TASKS MATCHED          : '
                    WS-MATCHED-COUNT.
           DISPLAY 'F5748CPU -   TASKS UNMATCHED        : '
                    WS-UNMATCHED-COUNT.
           DISPLAY 'F5748CPU - CALLS COSTED             : '
                    WS-CALLS-COSTED.

           COMPUTE WS-SECONDS =
                   WS-MATCHED-CPU-USEC / WS-USEC-PER-SECOND.
           MOVE WS-SECONDS                   TO WS-SECONDS-DSP.
           DISPLAY 'F5748CPU - CPU SECONDS MATCHED      : '
                    WS-SECONDS-DSP.

           COMPUTE WS-SECONDS =
                   WS-UNMATCHED-CPU-USEC / WS-USEC-PER-SECOND.
           MOVE WS-SECONDS                   TO WS-SECONDS-DSP.
           DISPLAY 'F5748CPU - CPU SECONDS UNMATCHED    : '
                    WS-SECONDS-DSP.

           IF WS-UNMATCHED-COUNT NOT = ZEROES
            OR WS-REJECT-COUNT NOT = ZEROES
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   9100-REPORT-TOP-FUNCTIONS                    *
      ******************************************************************
       9100-REPORT-TOP-FUNCTIONS.

           DISPLAY ' '.
           DISPLAY 'F5748CPU - MOST EXPENSIVE SERVICE FUNCTIONS, '
                    WS-COST-DATE.
           DISPLAY 'SRVFUNC         CALLS     CPU-SECONDS  '
                   'CPU-USEC/CALL'.

           EXEC SQL
                OPEN TOPFN-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - TOP FUNCTION CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 9100-EXIT
           END-IF.

           MOVE 'N'                          TO WS-CSR-EOF-SW.
           PERFORM 9110-REPORT-ONE-FUNCTION
              THRU 9110-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE TOPFN-CSR
           END-EXEC.
           .
       9100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   9110-REPORT-ONE-FUNCTION                     *
      ******************************************************************
       9110-REPORT-ONE-FUNCTION.

           MOVE SPACES                       TO WS-TOP-KEY.

           EXEC SQL
                FETCH TOPFN-CSR
                INTO  :WS-TOP-KEY
                     ,:WS-TOP-CALLS
                     ,:WS-TOP-CPU-USEC
                     ,:WS-TOP-ELAPSED-USEC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 9300-FORMAT-TOP-LINE
                      THRU 9300-EXIT
                   DISPLAY WS-TOP-KEY(1:4) '    '
                           WS-CALLS-DSP '  '
                           WS-SECONDS-DSP '  '
                           WS-AVG-USEC-DSP
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748CPU - TOP FUNCTION FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       9110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9200-REPORT-TOP-CALLERS                     *
      ******************************************************************
       9200-REPORT-TOP-CALLERS.

           DISPLAY ' '.
           DISPLAY 'F5748CPU - MOST EXPENSIVE SOURCE APPLICATIONS, '
                    WS-COST-DATE.
           DISPLAY 'SOURCE-APP      CALLS     CPU-SECONDS  '
                   'CPU-USEC/CALL'.

           EXEC SQL
                OPEN TOPAPP-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CPU - TOP CALLER CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               GO TO 9200-EXIT
           END-IF.

           MOVE 'N'                          TO WS-CSR-EOF-SW.
           PERFORM 9210-REPORT-ONE-CALLER
              THRU 9210-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE TOPAPP-CSR
           END-EXEC.
           .
       9200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9210-REPORT-ONE-CALLER                      *
      ******************************************************************
       9210-REPORT-ONE-CALLER.

           EXEC SQL
                FETCH TOPAPP-CSR
                INTO  :WS-TOP-KEY
                     ,:WS-TOP-CALLS
                     ,:WS-TOP-CPU-USEC
                     ,:WS-TOP-ELAPSED-USEC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 9300-FORMAT-TOP-LINE
                      THRU 9300-EXIT
                   DISPLAY WS-TOP-KEY '  '
                           WS-CALLS-DSP '  '
                           WS-SECONDS-DSP '  '
                           WS-AVG-USEC-DSP
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748CPU - TOP CALLER FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
           END-EVALUATE.
           .
       9210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9300-FORMAT-TOP-LINE                        *
      ******************************************************************
       9300-FORMAT-TOP-LINE.

           MOVE WS-TOP-CALLS                 TO WS-CALLS-DSP.

           COMPUTE WS-SECONDS =
                   WS-TOP-CPU-USEC / WS-USEC-PER-SECOND.
           MOVE WS-SECONDS                   TO WS-SECONDS-DSP.

           IF WS-TOP-CALLS > ZEROES
               COMPUTE WS-AVG-USEC ROUNDED =
                       WS-TOP-CPU-USEC / WS-TOP-CALLS
           ELSE
               MOVE ZEROES                   TO WS-AVG-USEC
           END-IF.
           MOVE WS-AVG-USEC                  TO WS-AVG-USEC-DSP.
           .
       9300-EXIT.
           EXIT.

       END PROGRAM F5748CPU.
