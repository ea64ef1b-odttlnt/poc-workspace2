      ******************************************************************
      * DCLGEN TABLE(T_UIS_FEED_SCHED)                                 *
      *        STRUCTURE(DCLT-UIS-FEED-SCHED)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * EXPECTED-ARRIVAL SCHEDULE FOR THE INBOUND FEEDS, ONE ROW PER   *
      * FEED ID (THE FEV-FEED-ID THE LOADER PASSES TO F5748FEV, OR A   *
      * NAME OF OUR CHOOSING FOR A FEED WITH NO ENVELOPE). READ BY THE *
      * F5748FAW ARRIVAL WATCH.                                        *
      *   FAS_DUE_DAYS    - ONE BYTE PER WEEKDAY, MONDAY FIRST, 'Y'    *
      *                     WHEN THE FEED IS DUE THAT DAY              *
      *   FAS_BUS_DAY_IND - 'Y' WHEN THE FEED IS ALSO NOT DUE ON A     *
      *                     HOLIDAY OF FAS_CALENDAR_ID (SPACES =       *
      *                     STANDARD, SEE DB2PGM)                      *
      *   FAS_LATEST_TIME - LATEST ACCEPTABLE ARRIVAL ON A DUE DAY     *
      *   FAS_DSN         - THE LANDING DATASET THE SENDER WRITES;     *
      *                     ITS CATALOG STATUS IS THE ARRIVAL EVIDENCE *
      *                     FOR A FEED THAT NEVER REACHES F5748FEV.    *
      *                     SPACES - T_UIS_FEED_CTL ONLY               *
      *   FAS_ALERT_LVL   - ESCALATION LEVEL (1-3) THE LATE-FEED       *
      *                     T_UIS_ALERT ROW OPENS AT; LEVEL 3 IS       *
      *                     ESCALATED BY F5748AWK                      *
      *   FAS_ACTIVE_IND  - 'N' SUSPENDS WATCHING WITHOUT LOSING THE   *
      *                     ROW                                        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_FEED_SCHED TABLE
           ( FAS_FEED_ID                    CHAR(8) NOT NULL,
             FAS_FEED_DESC                  CHAR(30) NOT NULL,
             FAS_DUE_DAYS                   CHAR(7) NOT NULL,
             FAS_BUS_DAY_IND                CHAR(1) NOT NULL,
             FAS_CALENDAR_ID                CHAR(8) NOT NULL,
             FAS_LATEST_TIME                TIME NOT NULL,
             FAS_DSN                        CHAR(44) NOT NULL,
             FAS_ALERT_LVL                  DECIMAL(1,0) NOT NULL,
             FAS_ACTIVE_IND                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_FEED_SCHED                   *
      ******************************************************************
       01  DCLT-UIS-FEED-SCHED.
           10 FAS-FEED-ID                   PIC X(08).
           10 FAS-FEED-DESC                 PIC X(30).
           10 FAS-DUE-DAYS                  PIC X(07).
           10 FAS-BUS-DAY-IND               PIC X(01).
              88 FAS-BUSINESS-DAYS-ONLY            VALUE 'Y'.
           10 FAS-CALENDAR-ID               PIC X(08).
           10 FAS-LATEST-TIME               PIC X(08).
           10 FAS-DSN                       PIC X(44).
           10 FAS-ALERT-LVL                 PIC 9(01).
           10 FAS-ACTIVE-IND                PIC X(01).
              88 FAS-FEED-IS-ACTIVE                VALUE 'Y'.
