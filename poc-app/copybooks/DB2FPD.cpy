      ******************************************************************
      * DCLGEN TABLE(T_FISCAL_PERIOD)                                  *
      *        STRUCTURE(DCLT-FISCAL-PERIOD)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER FISCAL PERIOD OF FINANCE'S 4-4-5 CALENDAR - TWELVE *
      * PERIODS A FISCAL YEAR, EACH A WHOLE NUMBER OF WEEKS, THE       *
      * PERIODS OF A YEAR RUNNING END TO END WITH NO GAPS. LOADED A    *
      * YEAR AT A TIME BY FISMAINT. READ BY DB2PGM (AND SO F5748BDT)   *
      * TO ANSWER 'WHICH FISCAL YEAR/PERIOD/WEEK IS THIS DATE IN', AND *
      * BY THE CHARGEBACK AND CAPACITY REPORTS FOR THEIR FISCAL-PERIOD *
      * RUNS.                                                          *
      *                                                                *
      * FPD_PERIOD      01-12                                          *
      * FPD_START_DATE/ FIRST AND LAST DAY OF THE PERIOD, INCLUSIVE    *
      * FPD_END_DATE                                                   *
      * FPD_WEEKS       WEEKS IN THE PERIOD - 4 OR 5, OR 6 FOR THE     *
      *                 LAST PERIOD OF A 53-WEEK YEAR                  *
      * FPD_FIRST_WEEK  FISCAL WEEK OF THE YEAR (01-53) THE PERIOD'S   *
      *                 FIRST DAY FALLS IN. THE FISCAL WEEK OF ANY     *
      *                 DATE IN THE PERIOD IS FPD_FIRST_WEEK PLUS      *
      *                 WHOLE WEEKS SINCE FPD_START_DATE.              *
      ******************************************************************
           EXEC SQL DECLARE T_FISCAL_PERIOD TABLE
           ( FPD_FISCAL_YEAR                SMALLINT NOT NULL,
             FPD_PERIOD                     SMALLINT NOT NULL,
             FPD_START_DATE                 DATE NOT NULL,
             FPD_END_DATE                   DATE NOT NULL,
             FPD_WEEKS                      SMALLINT NOT NULL,
             FPD_FIRST_WEEK                 SMALLINT NOT NULL,
             FPD_CHG_USER                   CHAR(8) NOT NULL,
             FPD_CHG_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_FISCAL_PERIOD                    *
      ******************************************************************
       01  DCLT-FISCAL-PERIOD.
           10 FPD-FISCAL-YEAR               PIC S9(4) USAGE COMP.
           10 FPD-PERIOD                    PIC S9(4) USAGE COMP.
           10 FPD-START-DATE                PIC X(10).
           10 FPD-END-DATE                  PIC X(10).
           10 FPD-WEEKS                     PIC S9(4) USAGE COMP.
           10 FPD-FIRST-WEEK                PIC S9(4) USAGE COMP.
           10 FPD-CHG-USER                  PIC X(08).
           10 FPD-CHG-TS                    PIC X(26).
