      ******************************************************************
      * DCLGEN TABLE(T_UIS_RUN_HOLD)                                   *
      *        STRUCTURE(DCLT-UIS-RUN-HOLD)                            *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * OPERATOR HOLDS ON NIGHT-CHAIN JOBS, PLACED AND RELEASED FROM   *
      * THE F5748NCC CONSOLE (TRAN UISN). A ROW FOR THE RUN DATE AND   *
      * JOB MEANS THE JOB IS HELD - 0900-REGISTER-RUN-START IN EACH    *
      * CHAIN JOB REFUSES TO START WITH RETURN CODE 8 WHILE IT IS      *
      * THERE. RELEASE DELETES THE ROW; T_UIS_RUN_ACTION KEEPS THE     *
      * HISTORY. UNIQUE ON RHL_RUN_DATE, RHL_JOB_NM.                   *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RUN_HOLD TABLE
           ( RHL_RUN_DATE                   DATE NOT NULL,
             RHL_JOB_NM                     CHAR(8) NOT NULL,
             RHL_RACF_ID                    CHAR(8) NOT NULL,
             RHL_HOLD_TS                    TIMESTAMP NOT NULL,
             RHL_REASON                     CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RUN_HOLD                     *
      ******************************************************************
       01  DCLT-UIS-RUN-HOLD.
           10 RHL-RUN-DATE                  PIC X(10).
           10 RHL-JOB-NM                    PIC X(08).
           10 RHL-RACF-ID                   PIC X(08).
           10 RHL-HOLD-TS                   PIC X(26).
           10 RHL-REASON                    PIC X(40).
