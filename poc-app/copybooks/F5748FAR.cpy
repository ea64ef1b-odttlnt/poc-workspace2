      ******************************************************************
      * DCLGEN TABLE(T_UIS_FEED_ARRIVAL)                               *
      *        STRUCTURE(DCLT-UIS-FEED-ARRIVAL)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER FEED PER DAY IT WAS DUE, KEPT BY THE F5748FAW      *
      * ARRIVAL WATCH ON EVERY PASS AND PRINTED AS THE DAILY FEED-     *
      * ARRIVAL LOG.                                                   *
      *   FAR_STATUS   'PENDING'  - DUE, NOT YET ARRIVED, NOT YET LATE *
      *                'LATE'     - PAST FAS_LATEST_TIME, NOT ARRIVED  *
      *                'ARRIVED'  - ARRIVED BY THE DEADLINE            *
      *                'LATEARR'  - ARRIVED AFTER THE DEADLINE         *
      *   FAR_EVIDENCE 'FEEDCTL'  - F5748FEV ACCEPTED AN ENVELOPE      *
      *                'CATALOG'  - THE LANDING DATASET IS CATALOGED   *
      *   FAR_CATLG_STATUS - LAST CATALOG PROBE OF FAS_DSN:            *
      *                'CATLG', 'NOT CATLG', 'IN USE', 'NO DSN', OR    *
      *                'ERROR'                                         *
      *   FAR_ARRIVED_TS IS NULL UNTIL THE FEED ARRIVES.               *
      *   FAR_ALERT_IND 'Y' ONCE THE LATE-FEED ALERT HAS BEEN RAISED.  *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_FEED_ARRIVAL TABLE
           ( FAR_RUN_DATE                   DATE NOT NULL,
             FAR_FEED_ID                    CHAR(8) NOT NULL,
             FAR_DUE_TS                     TIMESTAMP NOT NULL,
             FAR_STATUS                     CHAR(8) NOT NULL,
             FAR_ARRIVED_TS                 TIMESTAMP,
             FAR_EVIDENCE                   CHAR(8) NOT NULL,
             FAR_CATLG_STATUS               CHAR(10) NOT NULL,
             FAR_ALERT_IND                  CHAR(1) NOT NULL,
             FAR_LAST_CHECK_TS              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_FEED_ARRIVAL                 *
      ******************************************************************
       01  DCLT-UIS-FEED-ARRIVAL.
           10 FAR-RUN-DATE                  PIC X(10).
           10 FAR-FEED-ID                   PIC X(08).
           10 FAR-DUE-TS                    PIC X(26).
           10 FAR-STATUS                    PIC X(08).
              88 FAR-STATUS-PENDING                VALUE 'PENDING'.
              88 FAR-STATUS-LATE                   VALUE 'LATE'.
              88 FAR-STATUS-ARRIVED                VALUE 'ARRIVED'.
              88 FAR-STATUS-LATE-ARRIVAL           VALUE 'LATEARR'.
           10 FAR-ARRIVED-TS                PIC X(26).
           10 FAR-EVIDENCE                  PIC X(08).
           10 FAR-CATLG-STATUS              PIC X(10).
           10 FAR-ALERT-IND                 PIC X(01).
              88 FAR-ALERT-WAS-RAISED              VALUE 'Y'.
           10 FAR-LAST-CHECK-TS             PIC X(26).
