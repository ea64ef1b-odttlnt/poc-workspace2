      ******************************************************************
      * DCLGEN TABLE(T_UIS_CHAIN_AUTH)                                 *
      *        STRUCTURE(DCLT-UIS-CHAIN-AUTH)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * WHO MAY ACT ON THE NIGHT CHAIN FROM THE F5748NCC CONSOLE.      *
      * ONE ROW PER RACF ID, MAINTAINED BY THE DBA ON REQUEST FROM     *
      * SCHEDULING. NO ROW - THE CONSOLE IS VIEW ONLY.                 *
      *   CHA_AUTH_LEVEL '1' - MAY HOLD AND RELEASE JOBS               *
      *                  '2' - MAY ALSO MARK A FAILED JOB MANUALLY     *
      *                        COMPLETE                                *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_CHAIN_AUTH TABLE
           ( CHA_RACF_ID                    CHAR(8) NOT NULL,
             CHA_AUTH_LEVEL                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_CHAIN_AUTH                   *
      ******************************************************************
       01  DCLT-UIS-CHAIN-AUTH.
           10 CHA-RACF-ID                   PIC X(08).
           10 CHA-AUTH-LEVEL                PIC X(01).
              88 CHA-MAY-HOLD                      VALUE '1' '2'.
              88 CHA-MAY-COMPLETE                  VALUE '2'.
