      * DATES SHOULD BE LOADED EACH FALL BEFORE THE FIRST DECEMBER    *
      * MONTH-END RUN NEEDS THEM. HOLCMPRT REPORTS WHERE TWO          *
      * CALENDARS DIVERGE.                                            *
      *                                                                *
      * HOL_SOURCE SAYS HOW THE ROW GOT HERE: 'M' = KEYED BY HAND ON  *
      * A HOLMAINT ADD CARD (THE DEFAULT, SO EVERY ROW LOADED BEFORE  *
      * THE COLUMN EXISTED COUNTS AS HAND-KEYED), 'G' = WRITTEN BY    *
      * THE HOLGEN YEARLY RUN FROM A T_BUS_HOL_RULE RULE. HOLGEN NEVER *
      * REPLACES A HAND-KEYED ROW.                                    *
      ******************************************************************
           EXEC SQL DECLARE T_BUS_HOLIDAY TABLE
           ( HOL_DATE                       DATE NOT NULL,
             HOL_DSCR                       CHAR(30) NOT NULL,
             HOL_CAL_ID                     CHAR(8) NOT NULL
                                            WITH DEFAULT 'STANDARD',
             HOL_SOURCE                     CHAR(1) NOT NULL
                                            WITH DEFAULT 'M'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_BUS_HOLIDAY                      *
           10 HOL-DATE                      PIC X(10).
           10 HOL-DSCR                      PIC X(30).
           10 HOL-CAL-ID                    PIC X(08).
           10 HOL-SOURCE                    PIC X(01).
              88 HOL-SOURCE-IS-HAND                   VALUE 'M'.
              88 HOL-SOURCE-IS-GENERATED              VALUE 'G'.
