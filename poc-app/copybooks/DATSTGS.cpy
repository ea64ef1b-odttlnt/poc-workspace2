      ******************************************************************
      * DCLGEN TABLE(T_DAT0_STG_STEP)                                  *
      *        STRUCTURE(DCLT-DAT0-STG-STEP)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER STEP OF A SCRIPT SUBMISSION, WRITTEN BY DATSTGP    *
      * WHEN IT DRAINS THE T_DAT0_STAGING ROW (STGS_RACF_ID AND        *
      * STGS_SUBMIT_TS ARE THAT ROW'S KEY). THE STAGING ROW CARRIES    *
      * THE SCRIPT'S OVERALL DISPOSITION; THESE CARRY EACH STEP'S:     *
      *   'C' PROCESSED                                                *
      *   'R' FAILED - THE SCRIPT STOPPED HERE                         *
      *   'N' NOT RUN - AN EARLIER STEP FAILED                         *
      * PURGED BY DATSTGP WITH THEIR STAGING ROW.                      *
      ******************************************************************
           EXEC SQL DECLARE T_DAT0_STG_STEP TABLE
           ( STGS_RACF_ID                 CHAR(8) NOT NULL,
             STGS_SUBMIT_TS               TIMESTAMP NOT NULL,
             STGS_STEP_NO                 SMALLINT NOT NULL,
             STGS_STEP_VERB               CHAR(8) NOT NULL,
             STGS_STATUS                  CHAR(1) NOT NULL,
             STGS_DISP_TS                 TIMESTAMP NOT NULL,
             STGS_DISP_MSG                CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_DAT0_STG_STEP                    *
      ******************************************************************
       01  DCLT-DAT0-STG-STEP.
           10 STGS-RACF-ID                  PIC X(08).
           10 STGS-SUBMIT-TS                PIC X(26).
           10 STGS-STEP-NO                  PIC S9(4) USAGE COMP.
           10 STGS-STEP-VERB                PIC X(08).
           10 STGS-STATUS                   PIC X(01).
              88 STGS-STEP-PROCESSED                 VALUE 'C'.
              88 STGS-STEP-FAILED                    VALUE 'R'.
              88 STGS-STEP-NOT-RUN                   VALUE 'N'.
           10 STGS-DISP-TS                  PIC X(26).
           10 STGS-DISP-MSG                 PIC X(40).
