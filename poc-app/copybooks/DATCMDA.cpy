      * CAPTURING THE BEFORE/AFTER IMAGE AND WHO/WHEN MADE THE         *
      * CHANGE. CMA_TARGET SAYS WHICH TABLE: 'C' = COMMAND REGISTRY    *
      * (CMA_KEY IS THE VERB), 'O' = OPERATOR AUTHORITY (CMA_KEY IS    *
      * THE RACF ID - THE DSCR AND ACTION-PGM IMAGES ARE BLANK), 'S' = *
      * SCRIPT STEP (CMA_KEY IS THE SCRIPT VERB, THE DSCR IMAGES READ  *
      * 'STEP NN', THE ACTION-PGM IMAGES HOLD THE STEP VERB AND THE    *
      * AUTH-LEVEL IMAGES ARE ZERO).                                   *
      ******************************************************************
           EXEC SQL DECLARE T_DAT0_CMD_AUDIT TABLE
           ( CMA_TARGET                   CHAR(1) NOT NULL,
           10 CMA-TARGET                    PIC X(01).
              88 CMA-TARGET-COMMAND                  VALUE 'C'.
              88 CMA-TARGET-OPERATOR                 VALUE 'O'.
              88 CMA-TARGET-SCRIPT-STEP              VALUE 'S'.
           10 CMA-KEY                       PIC X(08).
           10 CMA-CHANGE-TS                 PIC X(26).
           10 CMA-CHANGE-USERID             PIC X(08).
