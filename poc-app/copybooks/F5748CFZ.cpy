      ******************************************************************
      * DCLGEN TABLE(T_UIS_CHANGE_FREEZE)                              *
      *        STRUCTURE(DCLT-UIS-CHANGE-FREEZE)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * THE CHANGE-FREEZE CALENDAR. ONE ROW PER FREEZE PERIOD (YEAR-   *
      * END, AUDIT, PEAK SEASON). KEY: CFZ_FREEZE_ID. WHILE CURRENT    *
      * DATE IS INSIDE CFZ_START_DATE THRU CFZ_END_DATE (BOTH DAYS     *
      * INCLUDED) F5748CGT REFUSES EVERY CHANGE CARD RUN THROUGH THE   *
      * MAINTENANCE UTILITIES UNLESS IT CARRIES AN EMERGENCY CHANGE    *
      * NUMBER. CFZ_SCOPE_PGM NAMES THE ONE UTILITY A FREEZE APPLIES   *
      * TO (E.G. F5748SFM TO FREEZE ROUTING ONLY); SPACES FREEZES      *
      * THEM ALL.                                                      *
      *                                                                *
      * ROWS ARE LOADED BY CHANGE MANAGEMENT, WHO HOLD THE ONLY        *
      * INSERT/UPDATE GRANT. A FREEZE IS LIFTED EARLY BY MOVING ITS    *
      * END DATE, NOT BY DELETING THE ROW, SO THE CHANGE REPORT CAN    *
      * STILL SAY WHICH FREEZE AN EMERGENCY CHANGE WAS MADE UNDER.     *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_CHANGE_FREEZE TABLE
           ( CFZ_FREEZE_ID                  CHAR(8) NOT NULL,
             CFZ_START_DATE                 DATE NOT NULL,
             CFZ_END_DATE                   DATE NOT NULL,
             CFZ_SCOPE_PGM                  CHAR(8) NOT NULL,
             CFZ_REASON                     CHAR(40) NOT NULL,
             CFZ_ADD_USERID                 CHAR(8) NOT NULL,
             CFZ_ADD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_CHANGE_FREEZE                *
      ******************************************************************
       01  DCLT-UIS-CHANGE-FREEZE.
           10 CFZ-FREEZE-ID                 PIC X(08).
           10 CFZ-START-DATE                PIC X(10).
           10 CFZ-END-DATE                  PIC X(10).
           10 CFZ-SCOPE-PGM                 PIC X(08).
           10 CFZ-REASON                    PIC X(40).
           10 CFZ-ADD-USERID                PIC X(08).
           10 CFZ-ADD-TS                    PIC X(26).
