      *                  DURATION, FROM NOW IF LATER) WOULD PUSH PAST  *
      *                  THE ONLINE-OPEN DEADLINE.                     *
      *                                                                *
      *                EVERY PROJECTED FINISH IS ALSO KEPT ON          *
      *                T_UIS_RUN_FCST FOR THE F5748NCC CONSOLE.        *
      *                                                                *
      *                IN TREND MODE (WEEKLY) IT PRINTS WINDOW         *
      *                CONSUMPTION PER JOB - THE LAST 7 DAYS AGAINST   *
      *                THE PRIOR 28 - SO THE STEP EATING THE MARGIN    *
      *                           QUEUE MANAGER   (19-66)              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_RUN_STATUS (READ)                         *
      *                T_UIS_RUN_FCST   (DELETE/INSERT)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  KEEP PROJECTED FINISH ON T_UIS_RUN_FCST;    *
      *                    A MANUALLY COMPLETED JOB COUNTS AS DONE     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      * DCLGEN FOR T_UIS_RUN_STATUS
           EXEC SQL INCLUDE F5748RUN     END-EXEC.

      * DCLGEN FOR T_UIS_RUN_FCST
           EXEC SQL INCLUDE F5748RFC     END-EXEC.

      * PER-JOB NORMS LEARNED FROM THE TRAILING SUCCESS HISTORY.
           EXEC SQL
                DECLARE NORM-CSR CURSOR FOR

           EVALUATE TRUE
               WHEN WS-JOB-STARTED-TODAY
                AND (WS-TODAY-OUTCOME = 'SUCCESS'
                  OR WS-TODAY-OUTCOME = 'MANUAL')
      * DONE - NOTHING TO PROJECT.
                   CONTINUE
               WHEN WS-JOB-STARTED-TODAY
           MOVE WS-PROJECTED-END-SEC         TO WS-DSP-SEC-1.
           DISPLAY 'F5748BWF - ' WS-JOB-NM
                    ' PROJECTED END SECOND ' WS-DSP-SEC-1.

      * KEEP THE LATEST PROJECTION FOR THE F5748NCC CONSOLE.
           EXEC SQL
                DELETE FROM T_UIS_RUN_FCST
                 WHERE RFC_RUN_DATE = CURRENT DATE
                   AND RFC_JOB_NM   = :WS-JOB-NM
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RUN_FCST
                       ( RFC_RUN_DATE
                       , RFC_JOB_NM
                       , RFC_PROJ_END_TS
                       , RFC_CALC_TS )
                VALUES ( CURRENT DATE
                       , :WS-JOB-NM
                       , TIMESTAMP(CURRENT DATE, '00.00.00')
                         + :WS-PROJECTED-END-SEC SECONDS
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748BWF - FORECAST INSERT FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       2200-EXIT.
           EXIT.
