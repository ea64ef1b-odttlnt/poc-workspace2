      ******************************************************************
      * DCLGEN TABLE(T_DAT0_CMD_SCRIPT)                                *
      *        STRUCTURE(DCLT-DAT0-CMD-SCRIPT)                         *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * THE STEPS OF EACH DAT0 SCRIPT VERB - ONE ROW PER STEP, RUN BY  *
      * DATSTGP IN CMS_STEP_NO ORDER. CMS_SCRIPT_VERB IS A             *
      * T_DAT0_CMD_REGISTRY ROW OF TYPE 'S'; CMS_STEP_VERB IS A        *
      * REGISTRY ROW OF TYPE 'C' (SCRIPTS DO NOT NEST). THE SAME VERB  *
      * MAY APPEAR AT MORE THAN ONE STEP. MAINTAINED BY DATCMDM        *
      * (TARGET 'S'), AUDITED TO T_DAT0_CMD_AUDIT.                     *
      ******************************************************************
           EXEC SQL DECLARE T_DAT0_CMD_SCRIPT TABLE
           ( CMS_SCRIPT_VERB              CHAR(8) NOT NULL,
             CMS_STEP_NO                  SMALLINT NOT NULL,
             CMS_STEP_VERB                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_DAT0_CMD_SCRIPT                  *
      ******************************************************************
       01  DCLT-DAT0-CMD-SCRIPT.
           10 CMS-SCRIPT-VERB               PIC X(08).
           10 CMS-STEP-NO                   PIC S9(4) USAGE COMP.
           10 CMS-STEP-VERB                 PIC X(08).
