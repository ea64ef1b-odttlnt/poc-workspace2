      ******************************************************************
      * DCLGEN TABLE(T_UIS_RUN_ACTION)                                 *
      *        STRUCTURE(DCLT-UIS-RUN-ACTION)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER OPERATOR ACTION TAKEN ON THE NIGHT CHAIN FROM THE  *
      * F5748NCC CONSOLE (TRAN UISN) - WHO (SIGNED-ON RACF ID), WHEN,  *
      * WHICH JOB FOR WHICH RUN DATE, AND WHAT. FOR A MANUAL           *
      * COMPLETION THE OLD AND NEW T_UIS_RUN_STATUS OUTCOMES ARE KEPT; *
      * FOR HOLD AND RELEASE THEY ARE SPACES. INSERT ONLY.             *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RUN_ACTION TABLE
           ( RAC_ACTION_TS                  TIMESTAMP NOT NULL,
             RAC_RACF_ID                    CHAR(8) NOT NULL,
             RAC_RUN_DATE                   DATE NOT NULL,
             RAC_JOB_NM                     CHAR(8) NOT NULL,
             RAC_ACTION                     CHAR(8) NOT NULL,
             RAC_OLD_OUTCOME                CHAR(8) NOT NULL,
             RAC_NEW_OUTCOME                CHAR(8) NOT NULL,
             RAC_REASON                     CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RUN_ACTION                   *
      ******************************************************************
       01  DCLT-UIS-RUN-ACTION.
           10 RAC-ACTION-TS                 PIC X(26).
           10 RAC-RACF-ID                   PIC X(08).
           10 RAC-RUN-DATE                  PIC X(10).
           10 RAC-JOB-NM                    PIC X(08).
           10 RAC-ACTION                    PIC X(08).
              88 RAC-ACTION-HOLD                   VALUE 'HOLD'.
              88 RAC-ACTION-RELEASE                VALUE 'RELEASE'.
              88 RAC-ACTION-COMPLETE               VALUE 'COMPLETE'.
           10 RAC-OLD-OUTCOME               PIC X(08).
           10 RAC-NEW-OUTCOME               PIC X(08).
           10 RAC-REASON                    PIC X(40).
