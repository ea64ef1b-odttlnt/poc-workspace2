      *                AGAINST). EVERY ADD, CHANGE, AND DELETE WRITES  *
      *                A BEFORE/AFTER AUDIT ROW TO T_DAT0_CMD_AUDIT,   *
      *                THE SAME WAY F5748SFM AUDITS THE SERVICE        *
      *                ROUTING TABLE. A SCRIPT VERB (A REGISTRY ROW    *
      *                OF TYPE 'S') IS BUILT UP ONE STEP CARD AT A     *
      *                TIME ON T_DAT0_CMD_SCRIPT (TARGET 'S').         *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE)    *
      *                   COL  08     TARGET   ('C' = COMMAND,        *
      *                               'O' = OPERATOR AUTHORITY,       *
      *                               'S' = SCRIPT STEP)              *
      *                   COLS 10-17  KEY (COMMAND VERB, RACF ID, OR  *
      *                               SCRIPT VERB)                    *
      *                   COLS 19-48  DSCR (COMMANDS ONLY)            *
      *                   COLS 50-57  ACTION PGM (COMMANDS ONLY), OR  *
      *                               STEP VERB (SCRIPT STEPS)        *
      *                   COL  59     AUTH LEVEL (1-9)                *
      *                   COL  61     VERB TYPE (COMMANDS ONLY - 'C'  *
      *                               OR BLANK = COMMAND, 'S' =       *
      *                               SCRIPT; FIXED AT ADD)           *
      *                   COLS 63-64  STEP NO 01-99 (SCRIPT STEPS)    *
      *                   COLS 70-77  REQUESTING USERID               *
      *                                                                *
      *  DB2 TABLES:   T_DAT0_CMD_REGISTRY (READ/INSERT/UPDATE/DELETE) *
      *                T_DAT0_OPER_AUTH    (READ/INSERT/UPDATE/DELETE) *
      *                T_DAT0_CMD_SCRIPT   (READ/INSERT/UPDATE/DELETE) *
      *                T_DAT0_CMD_AUDIT    (INSERT)                    *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SCRIPT VERBS - VERB TYPE ON THE COMMAND     *
      *                    CARD, TARGET 'S' MAINTAINS SCRIPT STEPS,    *
      *                    AND A VERB IN USE AS A STEP (OR A SCRIPT    *
      *                    THAT STILL HAS STEPS) CANNOT BE DELETED     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-MAINT-TARGET              PIC X(01) VALUE SPACE.
               88  WS-TARGET-IS-COMMAND               VALUE 'C'.
               88  WS-TARGET-IS-OPERATOR              VALUE 'O'.
               88  WS-TARGET-IS-SCRIPT-STEP           VALUE 'S'.
               88  WS-TARGET-IS-VALID                 VALUE 'C' 'O' 'S'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-KEY                 PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-DSCR                PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-ACTION-PGM          PIC X(08) VALUE SPACES.
           05  WS-MAINT-STEP-VERB REDEFINES WS-MAINT-ACTION-PGM
                                            PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-AUTH-LEVEL          PIC X(01) VALUE SPACE.
           05  WS-MAINT-AUTH-LEVEL-N REDEFINES WS-MAINT-AUTH-LEVEL
                                            PIC 9(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-VERB-TYPE           PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-MAINT-STEP-NO             PIC X(02) VALUE SPACES.
           05  WS-MAINT-STEP-NO-N REDEFINES WS-MAINT-STEP-NO
                                            PIC 9(02).
           05  FILLER                       PIC X(05) VALUE SPACES.
           05  WS-MAINT-USERID              PIC X(08) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-NEW-AUTH-LEVEL            PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NEW-STEP-NO               PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-IN-USE-COUNT              PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LOOKUP-VERB-TYPE          PIC X(01) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
           05  WS-OLD-ACTION-PGM            PIC X(08) VALUE SPACES.
           05  WS-OLD-AUTH-LEVEL            PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OLD-VERB-TYPE             PIC X(01) VALUE SPACE.

      ******************************************************************
      *                                                                *
      * DCLGEN FOR T_DAT0_OPER_AUTH
           EXEC SQL INCLUDE DATOPRA END-EXEC.

      * DCLGEN FOR T_DAT0_CMD_SCRIPT
           EXEC SQL INCLUDE DATCMDS END-EXEC.

      * DCLGEN FOR T_DAT0_CMD_AUDIT
           EXEC SQL INCLUDE DATCMDA END-EXEC.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE SPACES                      TO WS-OLD-DSCR
                                               WS-OLD-ACTION-PGM.
           MOVE ZEROES                      TO WS-OLD-AUTH-LEVEL
                                               WS-NEW-STEP-NO.
           MOVE SPACE                       TO WS-OLD-VERB-TYPE.

           IF WS-MAINT-STEP-NO NUMERIC
               MOVE WS-MAINT-STEP-NO-N      TO WS-NEW-STEP-NO
           END-IF.

           EVALUATE TRUE
               WHEN WS-TARGET-IS-COMMAND
                   EXEC SQL
                        SELECT CMR_DSCR, CMR_ACTION_PGM, CMR_AUTH_LEVEL,
                               CMR_VERB_TYPE
                          INTO :WS-OLD-DSCR, :WS-OLD-ACTION-PGM,
                               :WS-OLD-AUTH-LEVEL, :WS-OLD-VERB-TYPE
                          FROM T_DAT0_CMD_REGISTRY
                         WHERE CMR_VERB = :WS-MAINT-KEY
                   END-EXEC
               WHEN WS-TARGET-IS-OPERATOR
                   EXEC SQL
                        SELECT OPA_AUTH_LEVEL
                          INTO :WS-OLD-AUTH-LEVEL
                          FROM T_DAT0_OPER_AUTH
                         WHERE OPA_RACF_ID = :WS-MAINT-KEY
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                        SELECT CMS_STEP_VERB
                          INTO :WS-OLD-ACTION-PGM
                          FROM T_DAT0_CMD_SCRIPT
                         WHERE CMS_SCRIPT_VERB = :WS-MAINT-KEY
                           AND CMS_STEP_NO     = :WS-NEW-STEP-NO
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               IF WS-TARGET-IS-SCRIPT-STEP
                   STRING 'STEP ' WS-MAINT-STEP-NO
                          DELIMITED BY SIZE INTO WS-OLD-DSCR
               END-IF
           END-IF.
           .
       2000-EXIT.
                        WS-MAINT-KEY
           END-IF.

           IF (WS-ACTION-IS-ADD OR WS-ACTION-IS-CHANGE)
              AND NOT WS-TARGET-IS-SCRIPT-STEP
               IF WS-MAINT-AUTH-LEVEL NOT NUMERIC
                  OR WS-MAINT-AUTH-LEVEL = '0'
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
           END-IF.

           IF WS-TARGET-IS-COMMAND
               PERFORM 2550-EDIT-VERB-TYPE
                  THRU 2550-EXIT
           END-IF.

           IF WS-TARGET-IS-SCRIPT-STEP
               PERFORM 2600-EDIT-SCRIPT-STEP
                  THRU 2600-EXIT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2550-EDIT-VERB-TYPE                         *
      * THE TYPE IS SET WHEN THE VERB IS ADDED AND NEVER CHANGED -     *
      * A BLANK TYPE ON A CHANGE CARD KEEPS IT. A COMMAND NEEDS AN     *
      * ACTION PROGRAM; A SCRIPT HAS NONE OF ITS OWN. A VERB STILL     *
      * USED AS A SCRIPT STEP, OR A SCRIPT THAT STILL HAS STEPS,       *
      * CANNOT BE DELETED.                                             *
      ******************************************************************
       2550-EDIT-VERB-TYPE.

           IF WS-MAINT-VERB-TYPE = SPACE
               IF WS-ACTION-IS-ADD
                   MOVE 'C'                 TO WS-MAINT-VERB-TYPE
               ELSE
                   MOVE WS-OLD-VERB-TYPE    TO WS-MAINT-VERB-TYPE
               END-IF
           END-IF.

           IF WS-MAINT-VERB-TYPE NOT = 'C'
              AND WS-MAINT-VERB-TYPE NOT = 'S'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, VERB TYPE MUST BE C OR S: '
                        WS-MAINT-VERB-TYPE
               GO TO 2550-EXIT
           END-IF.

           IF WS-ACTION-IS-CHANGE AND WS-ROW-WAS-FOUND
              AND WS-MAINT-VERB-TYPE NOT = WS-OLD-VERB-TYPE
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, VERB TYPE CANNOT BE '
                       'CHANGED: ' WS-MAINT-KEY
           END-IF.

           IF (WS-ACTION-IS-ADD OR WS-ACTION-IS-CHANGE)
              AND WS-MAINT-VERB-TYPE = 'C'
              AND WS-MAINT-ACTION-PGM = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, ACTION PGM IS BLANK'
           END-IF.

           IF (WS-ACTION-IS-ADD OR WS-ACTION-IS-CHANGE)
              AND WS-MAINT-VERB-TYPE = 'S'
              AND WS-MAINT-ACTION-PGM NOT = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, A SCRIPT HAS NO ACTION PGM'
           END-IF.

           IF NOT WS-ACTION-IS-DELETE OR NOT WS-ROW-WAS-FOUND
               GO TO 2550-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-IN-USE-COUNT.

           IF WS-OLD-VERB-TYPE = 'S'
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-IN-USE-COUNT
                      FROM T_DAT0_CMD_SCRIPT
                     WHERE CMS_SCRIPT_VERB = :WS-MAINT-KEY
               END-EXEC
           ELSE
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-IN-USE-COUNT
                      FROM T_DAT0_CMD_SCRIPT
                     WHERE CMS_STEP_VERB = :WS-MAINT-KEY
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - SCRIPT STEP COUNT FAILED SQLCODE='
                        SQLCODE
               GO TO 2550-EXIT
           END-IF.

           IF WS-IN-USE-COUNT > ZEROES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               IF WS-OLD-VERB-TYPE = 'S'
                   DISPLAY 'DATCMDM - DELETE REJECTED, SCRIPT STILL '
                           'HAS STEPS: ' WS-MAINT-KEY
               ELSE
                   DISPLAY 'DATCMDM - DELETE REJECTED, VERB IS A '
                           'SCRIPT STEP: ' WS-MAINT-KEY
               END-IF
           END-IF.
           .
       2550-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-EDIT-SCRIPT-STEP                        *
      * THE KEY MUST BE A SCRIPT VERB, THE STEP NUMBER 01-99, AND ON   *
      * AN ADD OR CHANGE THE STEP VERB A REGISTERED COMMAND - SCRIPTS  *
      * DO NOT NEST. THE AFTER IMAGE FOR THE AUDIT ROW IS SET HERE.    *
      ******************************************************************
       2600-EDIT-SCRIPT-STEP.

           IF WS-MAINT-STEP-NO NOT NUMERIC
              OR WS-MAINT-STEP-NO = '00'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, STEP NO MUST BE 01-99: '
                        WS-MAINT-STEP-NO
               GO TO 2600-EXIT
           END-IF.

           MOVE SPACES                      TO WS-MAINT-DSCR.
           STRING 'STEP ' WS-MAINT-STEP-NO
                  DELIMITED BY SIZE INTO WS-MAINT-DSCR.
           MOVE ZEROES                      TO WS-NEW-AUTH-LEVEL.

           MOVE SPACE                       TO WS-LOOKUP-VERB-TYPE.
           EXEC SQL
                SELECT CMR_VERB_TYPE
                  INTO :WS-LOOKUP-VERB-TYPE
                  FROM T_DAT0_CMD_REGISTRY
                 WHERE CMR_VERB = :WS-MAINT-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-LOOKUP-VERB-TYPE NOT = 'S'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, NOT A REGISTERED SCRIPT '
                       'VERB: ' WS-MAINT-KEY
               GO TO 2600-EXIT
           END-IF.

           IF WS-ACTION-IS-DELETE
               MOVE SPACES                  TO WS-MAINT-STEP-VERB
               GO TO 2600-EXIT
           END-IF.

           MOVE SPACE                       TO WS-LOOKUP-VERB-TYPE.
           EXEC SQL
                SELECT CMR_VERB_TYPE
                  INTO :WS-LOOKUP-VERB-TYPE
                  FROM T_DAT0_CMD_REGISTRY
                 WHERE CMR_VERB = :WS-MAINT-STEP-VERB
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-LOOKUP-VERB-TYPE NOT = 'C'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'DATCMDM - REJECTED, STEP VERB IS NOT A '
                       'REGISTERED COMMAND: ' WS-MAINT-STEP-VERB
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      ******************************************************************
       3100-ADD-ROW.

           EVALUATE TRUE
               WHEN WS-TARGET-IS-COMMAND
                   EXEC SQL
                        INSERT INTO T_DAT0_CMD_REGISTRY
                               ( CMR_VERB, CMR_DSCR, CMR_ACTION_PGM
                               , CMR_AUTH_LEVEL, CMR_VERB_TYPE )
                        VALUES ( :WS-MAINT-KEY
                               , :WS-MAINT-DSCR
                               , :WS-MAINT-ACTION-PGM
                               , :WS-NEW-AUTH-LEVEL
                               , :WS-MAINT-VERB-TYPE )
                   END-EXEC
               WHEN WS-TARGET-IS-OPERATOR
                   EXEC SQL
                        INSERT INTO T_DAT0_OPER_AUTH
                               ( OPA_RACF_ID, OPA_AUTH_LEVEL )
                        VALUES ( :WS-MAINT-KEY
                               , :WS-NEW-AUTH-LEVEL )
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                        INSERT INTO T_DAT0_CMD_SCRIPT
                               ( CMS_SCRIPT_VERB, CMS_STEP_NO
                               , CMS_STEP_VERB )
                        VALUES ( :WS-MAINT-KEY
                               , :WS-NEW-STEP-NO
                               , :WS-MAINT-STEP-VERB )
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               PERFORM 8000-WRITE-AUDIT-ROW
                  THRU 8000-EXIT
      ******************************************************************
       3200-CHANGE-ROW.

           EVALUATE TRUE
               WHEN WS-TARGET-IS-COMMAND
                   EXEC SQL
                        UPDATE T_DAT0_CMD_REGISTRY
                           SET CMR_DSCR       = :WS-MAINT-DSCR
                             , CMR_ACTION_PGM = :WS-MAINT-ACTION-PGM
                             , CMR_AUTH_LEVEL = :WS-NEW-AUTH-LEVEL
                         WHERE CMR_VERB = :WS-MAINT-KEY
                   END-EXEC
               WHEN WS-TARGET-IS-OPERATOR
                   EXEC SQL
                        UPDATE T_DAT0_OPER_AUTH
                           SET OPA_AUTH_LEVEL = :WS-NEW-AUTH-LEVEL
                         WHERE OPA_RACF_ID = :WS-MAINT-KEY
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                        UPDATE T_DAT0_CMD_SCRIPT
                           SET CMS_STEP_VERB   = :WS-MAINT-STEP-VERB
                         WHERE CMS_SCRIPT_VERB = :WS-MAINT-KEY
                           AND CMS_STEP_NO     = :WS-NEW-STEP-NO
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               PERFORM 8000-WRITE-AUDIT-ROW
      ******************************************************************
       3300-DELETE-ROW.

           EVALUATE TRUE
               WHEN WS-TARGET-IS-COMMAND
                   EXEC SQL
                        DELETE FROM T_DAT0_CMD_REGISTRY
                         WHERE CMR_VERB = :WS-MAINT-KEY
                   END-EXEC
               WHEN WS-TARGET-IS-OPERATOR
                   EXEC SQL
                        DELETE FROM T_DAT0_OPER_AUTH
                         WHERE OPA_RACF_ID = :WS-MAINT-KEY
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                        DELETE FROM T_DAT0_CMD_SCRIPT
                         WHERE CMS_SCRIPT_VERB = :WS-MAINT-KEY
                           AND CMS_STEP_NO     = :WS-NEW-STEP-NO
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               MOVE SPACES                  TO WS-MAINT-DSCR
