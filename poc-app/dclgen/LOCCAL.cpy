      ******************************************************************
      * DCLGEN TABLE(Q.LOCCAL)                                         *
      *        LIBRARY(NLOPEZ.IDZ.DCLGEN(LOCCAL))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(LOCCAL)                                       *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOCATION-TO-CALENDAR CROSS-REFERENCE. ONE ROW PER Q.ORG        *
      * LOCATION THAT OBSERVES ITS OWN HOLIDAYS, NAMING THE            *
      * T_BUS_HOLIDAY CALENDAR (HOL_CAL_ID) DB2PGM IS TO USE FOR IT.   *
      * A LOCATION WITH NO ROW HERE GETS 'STANDARD' AND IS LISTED AS   *
      * UNMAPPED ON THE PRDORDER/PRDPACT RUN REPORTS. MAINTAINED BY    *
      * LOCMAINT.                                                      *
      ******************************************************************
           EXEC SQL DECLARE Q.LOCCAL TABLE
           ( LOCCAL_LOCATION                VARCHAR(13) NOT NULL,
             LOCCAL_CAL_ID                  CHAR(8) NOT NULL,
             LOCCAL_CHG_USER                CHAR(8),
             LOCCAL_CHG_TS                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.LOCCAL                           *
      ******************************************************************
       01  LOCCAL.
      *    *************************************************************
           10 LOCCAL-LOCATION.
              49 LOCCAL-LOCATION-LEN
                                   PIC S9(4) USAGE COMP.
              49 LOCCAL-LOCATION-TEXT
                                   PIC X(13).
      *    *************************************************************
           10 LOCCAL-CAL-ID        PIC X(8).
      *    *************************************************************
           10 LOCCAL-CHG-USER      PIC X(8).
      *    *************************************************************
           10 LOCCAL-CHG-TS        PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILOCCAL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
