      * REQUIRED TO SUBMIT THE VERB - OPERATORS WITHOUT A ROW THERE    *
      * HOLD LEVEL 1. MAINTAINED BY DATCMDM, AUDITED TO                *
      * T_DAT0_CMD_AUDIT.                                              *
      *                                                                *
      * CMR_VERB_TYPE IS 'C' FOR A COMMAND (THE DEFAULT - EVERY ROW    *
      * LOADED BEFORE SCRIPTS EXISTED IS ONE) OR 'S' FOR A SCRIPT - A  *
      * NAMED VERB THAT EXPANDS TO THE ORDERED COMMAND VERBS ON        *
      * T_DAT0_CMD_SCRIPT (SEE DATCMDS). A SCRIPT HAS NO ACTION        *
      * PROGRAM OF ITS OWN, AND THE LEVEL NEEDED TO SUBMIT IT IS THE   *
      * HIGHER OF ITS OWN CMR_AUTH_LEVEL AND THAT OF ITS HIGHEST-LEVEL *
      * STEP.                                                          *
      ******************************************************************
           EXEC SQL DECLARE T_DAT0_CMD_REGISTRY TABLE
           ( CMR_VERB                     CHAR(8) NOT NULL,
             CMR_DSCR                     CHAR(30) NOT NULL,
             CMR_ACTION_PGM               CHAR(8) NOT NULL,
             CMR_AUTH_LEVEL               SMALLINT NOT NULL,
             CMR_VERB_TYPE                CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_DAT0_CMD_REGISTRY                *
           10 CMR-DSCR                      PIC X(30).
           10 CMR-ACTION-PGM                PIC X(08).
           10 CMR-AUTH-LEVEL                PIC S9(4) USAGE COMP.
           10 CMR-VERB-TYPE                 PIC X(01).
              88 CMR-VERB-IS-COMMAND                 VALUE 'C'.
              88 CMR-VERB-IS-SCRIPT                  VALUE 'S'.
