      ******************************************************************
      * DCLGEN TABLE(T_UIS_MQ_QUEUE_MON)                               *
      *        STRUCTURE(DCLT-UIS-MQ-QUEUE-MON)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * THE UIS MQ QUEUES THE F5748QDM DEPTH MONITOR INQUIRES ON, ONE  *
      * ROW PER QUEUE, WITH ITS THRESHOLDS. QMT_QUEUE_CD IS THE SHORT  *
      * NAME A BREACH IS ALERTED UNDER ON T_UIS_ALERT (ALR_SRV_PGM_NM, *
      * FUNCTION CODE 'MQQD').                                         *
      *   QMT_DEPTH_LIMIT   - CURRENT DEPTH ABOVE THIS IS A BREACH     *
      *   QMT_AGE_LIMIT_SEC - OLDEST MESSAGE OLDER THAN THIS MANY      *
      *                       SECONDS IS A BREACH (ZERO = NOT CHECKED) *
      *   QMT_CONSUMER_REQ  - 'Y' WHEN A QUEUE WITH NO INPUT HANDLE    *
      *                       OPEN (NO CONSUMER ATTACHED) IS A BREACH; *
      *                       'N' FOR PARK, POISON, AND OTHER QUEUES   *
      *                       DRAINED ONLY ON DEMAND                   *
      *   QMT_ALERT_LVL     - ESCALATION LEVEL (1-3) A BREACH OPENS AT *
      *   QMT_ACTIVE_IND    - 'N' STOPS MONITORING WITHOUT LOSING THE  *
      *                       ROW                                      *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_MQ_QUEUE_MON TABLE
           ( QMT_QUEUE_CD                   CHAR(8) NOT NULL,
             QMT_QNAME                      CHAR(48) NOT NULL,
             QMT_DEPTH_LIMIT                INTEGER NOT NULL,
             QMT_AGE_LIMIT_SEC              INTEGER NOT NULL,
             QMT_CONSUMER_REQ               CHAR(1) NOT NULL,
             QMT_ALERT_LVL                  DECIMAL(1,0) NOT NULL,
             QMT_ACTIVE_IND                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_MQ_QUEUE_MON                 *
      ******************************************************************
       01  DCLT-UIS-MQ-QUEUE-MON.
           10 QMT-QUEUE-CD                  PIC X(08).
           10 QMT-QNAME                     PIC X(48).
           10 QMT-DEPTH-LIMIT               PIC S9(09) USAGE COMP.
           10 QMT-AGE-LIMIT-SEC             PIC S9(09) USAGE COMP.
           10 QMT-CONSUMER-REQ              PIC X(01).
              88 QMT-CONSUMER-REQUIRED             VALUE 'Y'.
           10 QMT-ALERT-LVL                 PIC 9(01).
           10 QMT-ACTIVE-IND                PIC X(01).
              88 QMT-QUEUE-IS-ACTIVE               VALUE 'Y'.
