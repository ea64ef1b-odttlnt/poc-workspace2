      ******************************************************************
      * DCLGEN TABLE(T_BUS_HOL_RULE)                                   *
      *        STRUCTURE(DCLT-BUS-HOL-RULE)                            *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER HOLIDAY RULE, PER CALENDAR. A RULE DEFINES A       *
      * HOLIDAY ONCE SO THE HOLGEN YEARLY RUN CAN WRITE THAT YEAR'S    *
      * T_BUS_HOLIDAY ROWS FOR EVERY NAMED CALENDAR INSTEAD OF SOMEONE *
      * KEYING ONE HOLMAINT ADD CARD PER DATE. MAINTAINED BY HOLMAINT  *
      * (RULADD/RULDEL CARDS).                                         *
      *                                                                *
      * HRU_RULE_TYPE  'F' = FIXED DATE      - HRU_MONTH/HRU_DAY       *
      *                'N' = NTH WEEKDAY     - HRU_MONTH/HRU_WEEKDAY/  *
      *                                        HRU_NTH (1-5)           *
      *                'L' = LAST WEEKDAY    - HRU_MONTH/HRU_WEEKDAY   *
      * HRU_WEEKDAY    1 = MONDAY ... 7 = SUNDAY                       *
      * HRU_OBSERVE    WEEKEND-OBSERVANCE SHIFT FOR THE COMPUTED DATE: *
      *                'N' = NONE - THE DATE STANDS AS COMPUTED        *
      *                'W' = NEAREST WEEKDAY - SATURDAY BACK TO        *
      *                      FRIDAY, SUNDAY FORWARD TO MONDAY          *
      *                'M' = FOLLOWING MONDAY - SATURDAY OR SUNDAY     *
      *                      FORWARD TO MONDAY                         *
      * HRU_FROM_YEAR/ FIRST AND LAST YEARS THE RULE APPLIES - A       *
      * HRU_THRU_YEAR  RETIRED HOLIDAY IS ENDED HERE RATHER THAN       *
      *                DELETED SO EARLIER YEARS CAN STILL BE RE-RUN.   *
      ******************************************************************
           EXEC SQL DECLARE T_BUS_HOL_RULE TABLE
           ( HRU_CAL_ID                     CHAR(8) NOT NULL,
             HRU_RULE_ID                    CHAR(8) NOT NULL,
             HRU_DSCR                       CHAR(30) NOT NULL,
             HRU_RULE_TYPE                  CHAR(1) NOT NULL,
             HRU_MONTH                      SMALLINT NOT NULL,
             HRU_DAY                        SMALLINT NOT NULL,
             HRU_WEEKDAY                    SMALLINT NOT NULL,
             HRU_NTH                        SMALLINT NOT NULL,
             HRU_OBSERVE                    CHAR(1) NOT NULL,
             HRU_FROM_YEAR                  SMALLINT NOT NULL,
             HRU_THRU_YEAR                  SMALLINT NOT NULL,
             HRU_CHG_USER                   CHAR(8) NOT NULL,
             HRU_CHG_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_BUS_HOL_RULE                     *
      ******************************************************************
       01  DCLT-BUS-HOL-RULE.
           10 HRU-CAL-ID                    PIC X(08).
           10 HRU-RULE-ID                   PIC X(08).
           10 HRU-DSCR                      PIC X(30).
           10 HRU-RULE-TYPE                 PIC X(01).
              88 HRU-TYPE-FIXED                       VALUE 'F'.
              88 HRU-TYPE-NTH-WEEKDAY                 VALUE 'N'.
              88 HRU-TYPE-LAST-WEEKDAY                VALUE 'L'.
              88 HRU-TYPE-VALID                       VALUE 'F' 'N' 'L'.
           10 HRU-MONTH                     PIC S9(4) USAGE COMP.
           10 HRU-DAY                       PIC S9(4) USAGE COMP.
           10 HRU-WEEKDAY                   PIC S9(4) USAGE COMP.
           10 HRU-NTH                       PIC S9(4) USAGE COMP.
           10 HRU-OBSERVE                   PIC X(01).
              88 HRU-OBSERVE-NONE                     VALUE 'N'.
              88 HRU-OBSERVE-NEAREST                  VALUE 'W'.
              88 HRU-OBSERVE-MONDAY                   VALUE 'M'.
              88 HRU-OBSERVE-VALID                    VALUE 'N' 'W' 'M'.
           10 HRU-FROM-YEAR                 PIC S9(4) USAGE COMP.
           10 HRU-THRU-YEAR                 PIC S9(4) USAGE COMP.
           10 HRU-CHG-USER                  PIC X(08).
           10 HRU-CHG-TS                    PIC X(26).
