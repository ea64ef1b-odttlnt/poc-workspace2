      ******************************************************************
      * DCLGEN TABLE(T_UIS_RUN_FCST)                                   *
      *        STRUCTURE(DCLT-UIS-RUN-FCST)                            *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * THE LATEST PROJECTED FINISH OF EACH NIGHT-CHAIN JOB FOR A RUN  *
      * DATE, AS CALCULATED BY THE F5748BWF BATCH-WINDOW MONITOR. ONE  *
      * ROW PER RUN DATE AND JOB, REPLACED ON EVERY MONITOR PASS, SO   *
      * THE F5748NCC CONSOLE CAN SHOW THE FORECAST NEXT TO THE ACTUAL  *
      * START AND END.                                                 *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RUN_FCST TABLE
           ( RFC_RUN_DATE                   DATE NOT NULL,
             RFC_JOB_NM                     CHAR(8) NOT NULL,
             RFC_PROJ_END_TS                TIMESTAMP NOT NULL,
             RFC_CALC_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RUN_FCST                     *
      ******************************************************************
       01  DCLT-UIS-RUN-FCST.
           10 RFC-RUN-DATE                  PIC X(10).
           10 RFC-JOB-NM                    PIC X(08).
           10 RFC-PROJ-END-TS               PIC X(26).
           10 RFC-CALC-TS                   PIC X(26).
