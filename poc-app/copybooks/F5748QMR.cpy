      ******************************************************************
      * DCLGEN TABLE(T_UIS_MQ_QUEUE_READ)                              *
      *        STRUCTURE(DCLT-UIS-MQ-QUEUE-READ)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER QUEUE PER F5748QDM PASS - THE READINGS KEPT FOR    *
      * TRENDING. QMR_OLDEST_AGE_SEC IS ZERO ON AN EMPTY QUEUE.        *
      *   QMR_BREACH_CD  SPACES - WITHIN ALL THRESHOLDS                *
      *                  'DPTH'  - DEPTH OVER QMT_DEPTH_LIMIT          *
      *                  'AGE'   - OLDEST MESSAGE OVER THE AGE LIMIT   *
      *                  'NOCN'  - NO CONSUMER ATTACHED                *
      *                  'MULT'  - MORE THAN ONE OF THE ABOVE          *
      *                  'INQF'  - THE QUEUE COULD NOT BE INQUIRED ON  *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_MQ_QUEUE_READ TABLE
           ( QMR_READ_TS                    TIMESTAMP NOT NULL,
             QMR_QUEUE_CD                   CHAR(8) NOT NULL,
             QMR_CUR_DEPTH                  INTEGER NOT NULL,
             QMR_OPEN_INPUT                 INTEGER NOT NULL,
             QMR_OLDEST_AGE_SEC             INTEGER NOT NULL,
             QMR_BREACH_CD                  CHAR(4) NOT NULL,
             QMR_MQ_REASON                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_MQ_QUEUE_READ                *
      ******************************************************************
       01  DCLT-UIS-MQ-QUEUE-READ.
           10 QMR-READ-TS                   PIC X(26).
           10 QMR-QUEUE-CD                  PIC X(08).
           10 QMR-CUR-DEPTH                 PIC S9(09) USAGE COMP.
           10 QMR-OPEN-INPUT                PIC S9(09) USAGE COMP.
           10 QMR-OLDEST-AGE-SEC            PIC S9(09) USAGE COMP.
           10 QMR-BREACH-CD                 PIC X(04).
              88 QMR-NO-BREACH                     VALUE SPACES.
              88 QMR-BREACH-DEPTH                  VALUE 'DPTH'.
              88 QMR-BREACH-AGE                    VALUE 'AGE'.
              88 QMR-BREACH-NO-CONSUMER            VALUE 'NOCN'.
              88 QMR-BREACH-MULTIPLE               VALUE 'MULT'.
              88 QMR-INQUIRE-FAILED                VALUE 'INQF'.
           10 QMR-MQ-REASON                 PIC S9(09) USAGE COMP.
