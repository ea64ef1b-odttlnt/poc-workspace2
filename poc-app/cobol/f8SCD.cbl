      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  COUNT MANUALLY COMPLETED CHAIN JOBS AS DONE *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       2000-GATHER-SIGNALS.

           EXEC SQL
                SELECT COUNT(CASE WHEN RUN_OUTCOME IN
                                  ('SUCCESS', 'MANUAL')
                                  THEN 1 END),
                       COUNT(CASE WHEN RUN_OUTCOME = 'RUNNING'
                                  THEN 1 END),
                       COUNT(CASE WHEN RUN_OUTCOME NOT IN
                                  ('SUCCESS', 'MANUAL', 'RUNNING')
                                  THEN 1 END)
                  INTO :WS-CHAIN-SUCCESS,
                       :WS-CHAIN-RUNNING,
