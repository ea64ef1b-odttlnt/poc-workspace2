      *                RETENTION WINDOW ARE PURGED. THE SUBMITTER'S    *
      *                AUTHORITY IS RE-TESTED HERE - A ROW STAGED      *
      *                BEFORE AN AUTHORITY OR REGISTRY CHANGE DOES     *
      *                NOT SLIP THROUGH ON ITS OLD FOOTING. A ROW      *
      *                WHOSE STG_RUN_AFTER_TS IS STILL AHEAD IS LEFT   *
      *                PENDING FOR THE FIRST RUN AFTER IT FALLS DUE.   *
      *                A SCRIPT VERB RUNS ITS T_DAT0_CMD_SCRIPT STEPS  *
      *                IN ORDER AND STOPS AT THE FIRST THAT FAILS,     *
      *                WITH A T_DAT0_STG_STEP DISPOSITION PER STEP.    *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *                                                                *
      *  DB2 TABLES:   T_DAT0_STAGING      (READ/UPDATE/DELETE)        *
      *                T_DAT0_CMD_REGISTRY (READ)                      *
      *                T_DAT0_CMD_SCRIPT   (READ)                      *
      *                T_DAT0_OPER_AUTH    (READ)                      *
      *                T_DAT0_STG_STEP     (INSERT/DELETE)             *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    SUBMITTER'S AUTHORITY RE-TESTED, AND THE    *
      *                    ROW'S ACTION PROGRAM CALLED INSTEAD OF A    *
      *                    HARDCODED DATSUB                           *
      *  2026-10-15 UISAD  SCHEDULED SUBMISSIONS - ONLY ROWS WHOSE     *
      *                    RUN-AFTER HAS ARRIVED ARE DRAINED, IN DUE   *
      *                    ORDER; ROWS STILL SCHEDULED ARE COUNTED     *
      *  2026-10-15 UISAD  SCRIPT VERBS - STEPS RUN IN ORDER UNTIL ONE *
      *                    FAILS, ONE DISPOSITION ROW PER STEP, AND    *
      *                    AUTHORITY TESTED AGAINST THE HIGHEST-LEVEL  *
      *                    STEP                                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-REJECTED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-PURGED-COUNT              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SCHEDULED-COUNT           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SCRIPT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-STEP-RUN-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-STEP-FAILED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-STEP-NOT-RUN-COUNT        PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05  WS-CALL-OK-SW                PIC X(01) VALUE 'Y'.
               88  WS-CALL-WORKED                     VALUE 'Y'.

      * THE SCRIPT BEING RUN, AND THE STEP IN HAND.
       01  WS-SCRIPT-AREA.
           05  WS-SCRIPT-STEP-LEVEL         PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SCRIPT-STEP-COUNT         PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-STEP-ACTION-PGM           PIC X(08) VALUE SPACES.
           05  WS-STEP-VERB-TYPE            PIC X(01) VALUE SPACE.
           05  WS-STEP-RC                   PIC 9(04) VALUE ZEROES.
           05  WS-STEP-NO-DSP               PIC 9(02) VALUE ZEROES.
           05  WS-FAILED-STEP-NO            PIC 9(02) VALUE ZEROES.
           05  WS-STEPS-RUN                 PIC 9(02) VALUE ZEROES.
           05  WS-STEP-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-STEP-EOF                        VALUE 'Y'.
           05  WS-SCRIPT-FAILED-SW          PIC X(01) VALUE 'N'.
               88  WS-SCRIPT-HAS-FAILED               VALUE 'Y'.

      * COMMON DAT* FAMILY VERSION LITERAL AND SWITCHES - SEE DATSHARE
           COPY DATSHARE.

      * DCLGEN FOR T_DAT0_STAGING
           EXEC SQL INCLUDE DATSTG END-EXEC.

      * COMMAND REGISTRY, SCRIPT STEPS AND OPERATOR AUTHORITY - SEE
      * DATCMDM
           EXEC SQL INCLUDE DATCMDR END-EXEC.
           EXEC SQL INCLUDE DATCMDS END-EXEC.
           EXEC SQL INCLUDE DATOPRA END-EXEC.

      * DCLGEN FOR T_DAT0_STG_STEP - ONE DISPOSITION PER SCRIPT STEP
           EXEC SQL INCLUDE DATSTGS END-EXEC.

      * ONLY ROWS THAT HAVE FALLEN DUE - AN UNSCHEDULED ROW IS DUE AS
      * OF ITS SUBMIT TIME, SO DUE ORDER IS SUBMIT ORDER FOR THOSE.
           EXEC SQL
                DECLARE PENDING-CSR CURSOR FOR
                SELECT STG_RACF_ID, STG_CMD, STG_SUBMIT_TS
                  FROM T_DAT0_STAGING
                 WHERE STG_STATUS = 'P'
                   AND STG_RUN_AFTER_TS <= CURRENT TIMESTAMP
                 ORDER BY STG_RUN_AFTER_TS, STG_SUBMIT_TS
           END-EXEC.

      * THE STEPS OF THE SCRIPT IN CMR-VERB, IN ORDER. A STEP VERB NO
      * LONGER ON THE REGISTRY COMES BACK WITH A BLANK ACTION PROGRAM.
           EXEC SQL
                DECLARE STEP-CSR CURSOR FOR
                SELECT S.CMS_STEP_NO, S.CMS_STEP_VERB,
                       COALESCE(R.CMR_ACTION_PGM, ' '),
                       COALESCE(R.CMR_VERB_TYPE, ' ')
                  FROM T_DAT0_CMD_SCRIPT S
                  LEFT OUTER JOIN T_DAT0_CMD_REGISTRY R
                    ON R.CMR_VERB = S.CMS_STEP_VERB
                 WHERE S.CMS_SCRIPT_VERB = :CMR-VERB
                 ORDER BY S.CMS_STEP_NO
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           PERFORM 3000-PURGE-DISPOSED-ROWS
              THRU 3000-EXIT.

           PERFORM 3500-COUNT-SCHEDULED-ROWS
              THRU 3500-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

      * LOOKS THE CMD UP ON T_DAT0_CMD_REGISTRY, RE-TESTS THE          *
      * SUBMITTER'S AUTHORITY (AN OPERATOR WITH NO T_DAT0_OPER_AUTH    *
      * ROW HOLDS LEVEL 1 - THE SAME RULE DATXCICS APPLIES AT THE      *
      * SCREEN), AND CALLS THE REGISTRY ROW'S ACTION PROGRAM. A SCRIPT *
      * NEEDS THE HIGHER OF ITS OWN LEVEL AND ITS HIGHEST-LEVEL        *
      * STEP'S, AND IS HANDED TO 2500-RUN-SCRIPT.                      *
      ******************************************************************
       2400-ROUTE-BY-REGISTRY.

           MOVE STG-CMD                      TO CMR-VERB.

           EXEC SQL
                SELECT CMR_DSCR, CMR_ACTION_PGM, CMR_AUTH_LEVEL,
                       CMR_VERB_TYPE
                  INTO :CMR-DSCR, :CMR-ACTION-PGM, :CMR-AUTH-LEVEL,
                       :CMR-VERB-TYPE
                  FROM T_DAT0_CMD_REGISTRY
                 WHERE CMR_VERB = :CMR-VERB
           END-EXEC.
                   GO TO 2400-EXIT
           END-EVALUATE.

           IF CMR-VERB-IS-SCRIPT
               EXEC SQL
                    SELECT COUNT(*), COALESCE(MAX(R.CMR_AUTH_LEVEL), 0)
                      INTO :WS-SCRIPT-STEP-COUNT, :WS-SCRIPT-STEP-LEVEL
                      FROM T_DAT0_CMD_SCRIPT S
                      LEFT OUTER JOIN T_DAT0_CMD_REGISTRY R
                        ON R.CMR_VERB = S.CMS_STEP_VERB
                     WHERE S.CMS_SCRIPT_VERB = :CMR-VERB
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE 'R'              TO WS-DISP-STATUS
                       MOVE 'REJECTED - SCRIPT LOOKUP FAILED'
                                             TO WS-DISP-MSG
                       ADD 1                 TO WS-REJECTED-COUNT
                       DISPLAY 'DATSTGP - SCRIPT SELECT FAILED '
                               'SQLCODE=' SQLCODE ' FOR ' CMR-VERB
                       GO TO 2400-EXIT
                   WHEN WS-SCRIPT-STEP-COUNT = ZEROES
                       MOVE 'R'              TO WS-DISP-STATUS
                       MOVE 'REJECTED - SCRIPT HAS NO STEPS'
                                             TO WS-DISP-MSG
                       ADD 1                 TO WS-REJECTED-COUNT
                       GO TO 2400-EXIT
               END-EVALUATE
               IF WS-SCRIPT-STEP-LEVEL > CMR-AUTH-LEVEL
                   MOVE WS-SCRIPT-STEP-LEVEL TO CMR-AUTH-LEVEL
               END-IF
           END-IF.

           MOVE 1                            TO WS-OPER-AUTH-LEVEL.

           EXEC SQL
               GO TO 2400-EXIT
           END-IF.

           IF CMR-VERB-IS-SCRIPT
               PERFORM 2500-RUN-SCRIPT
                  THRU 2500-EXIT
               GO TO 2400-EXIT
           END-IF.

      * A REGISTRY ROW CAN NAME A PROGRAM THAT IS NOT IN THE LOAD
      * LIBRARY - THAT IS A BAD ROW, NOT A REASON TO ABEND THE DRAIN
      * MID-STREAM AND STRAND EVERY SUBMISSION BEHIND IT.
           EXIT.
      *
      ******************************************************************
      *                      2500-RUN-SCRIPT                           *
      * RUNS THE SCRIPT'S STEPS IN STEP ORDER. THE FIRST STEP THAT     *
      * FAILS STOPS THE SCRIPT - THE STEPS AFTER IT ARE RECORDED AS    *
      * NOT RUN - AND THE SUBMISSION AS A WHOLE IS REJECTED, NAMING    *
      * THAT STEP.                                                     *
      ******************************************************************
       2500-RUN-SCRIPT.

           ADD 1                             TO WS-SCRIPT-COUNT.
           MOVE 'N'                          TO WS-STEP-EOF-SW
                                                WS-SCRIPT-FAILED-SW.
           MOVE ZEROES                       TO WS-FAILED-STEP-NO
                                                WS-STEPS-RUN.

           EXEC SQL
                OPEN STEP-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'R'                      TO WS-DISP-STATUS
               MOVE 'REJECTED - SCRIPT STEP LOOKUP FAILED'
                                             TO WS-DISP-MSG
               ADD 1                         TO WS-REJECTED-COUNT
               DISPLAY 'DATSTGP - STEP OPEN FAILED SQLCODE=' SQLCODE
                        ' FOR ' CMR-VERB
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2590-FETCH-NEXT-STEP
              THRU 2590-EXIT.

           PERFORM 2550-RUN-ONE-STEP
              THRU 2550-EXIT
              UNTIL WS-STEP-EOF.

           EXEC SQL
                CLOSE STEP-CSR
           END-EXEC.

           MOVE SPACES                       TO WS-DISP-MSG.
           IF WS-SCRIPT-HAS-FAILED
               MOVE 'R'                      TO WS-DISP-STATUS
               STRING 'REJECTED - SCRIPT FAILED AT STEP '
                      WS-FAILED-STEP-NO
                      DELIMITED BY SIZE INTO WS-DISP-MSG
               ADD 1                         TO WS-REJECTED-COUNT
           ELSE
               MOVE 'C'                      TO WS-DISP-STATUS
               STRING 'PROCESSED - SCRIPT OF ' WS-STEPS-RUN
                      ' STEPS'
                      DELIMITED BY SIZE INTO WS-DISP-MSG
               ADD 1                         TO WS-PROCESSED-COUNT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2550-RUN-ONE-STEP                          *
      * A STEP FAILS WHEN ITS VERB IS NO LONGER A REGISTERED COMMAND,  *
      * WHEN ITS ACTION PROGRAM CANNOT BE CALLED, OR WHEN THE ACTION   *
      * PROGRAM HANDS BACK A NON-ZERO RETURN CODE.                     *
      ******************************************************************
       2550-RUN-ONE-STEP.

           MOVE CMS-STEP-NO                  TO WS-STEP-NO-DSP.
           MOVE SPACES                       TO STGS-DISP-MSG.

           IF WS-SCRIPT-HAS-FAILED
               MOVE 'N'                      TO STGS-STATUS
               STRING 'NOT RUN - STEP ' WS-FAILED-STEP-NO ' FAILED'
                      DELIMITED BY SIZE INTO STGS-DISP-MSG
               ADD 1                         TO WS-STEP-NOT-RUN-COUNT
               GO TO 2550-WRITE-STEP
           END-IF.

           IF WS-STEP-ACTION-PGM = SPACES
              OR WS-STEP-VERB-TYPE NOT = 'C'
               MOVE 'R'                      TO STGS-STATUS
               MOVE 'FAILED - STEP VERB NOT A REGISTERED CMD'
                                             TO STGS-DISP-MSG
               GO TO 2550-STEP-FAILED
           END-IF.

           MOVE 'Y'                          TO WS-CALL-OK-SW.
           MOVE ZEROES                       TO RETURN-CODE.

           CALL WS-STEP-ACTION-PGM
               ON EXCEPTION
                   MOVE 'N'                  TO WS-CALL-OK-SW
           END-CALL.

           MOVE RETURN-CODE                  TO WS-STEP-RC.
           MOVE ZEROES                       TO RETURN-CODE.
           ADD 1                             TO WS-STEPS-RUN
                                                WS-STEP-RUN-COUNT.

           IF NOT WS-CALL-WORKED
               MOVE 'R'                      TO STGS-STATUS
               MOVE 'FAILED - ACTION PROGRAM NOT AVAILABLE'
                                             TO STGS-DISP-MSG
               DISPLAY 'DATSTGP - CALL FAILED FOR ACTION PROGRAM '
                        WS-STEP-ACTION-PGM ' (STEP ' WS-STEP-NO-DSP
                        ' OF ' CMR-VERB ')'
               GO TO 2550-STEP-FAILED
           END-IF.

           IF WS-STEP-RC NOT = ZEROES
               MOVE 'R'                      TO STGS-STATUS
               STRING 'FAILED - ' WS-STEP-ACTION-PGM
                      ' ENDED RC=' WS-STEP-RC
                      DELIMITED BY SIZE INTO STGS-DISP-MSG
               GO TO 2550-STEP-FAILED
           END-IF.

           MOVE 'C'                          TO STGS-STATUS.
           STRING 'PROCESSED VIA ' WS-STEP-ACTION-PGM
                  DELIMITED BY SIZE INTO STGS-DISP-MSG.
           GO TO 2550-WRITE-STEP.

       2550-STEP-FAILED.
           SET WS-SCRIPT-HAS-FAILED          TO TRUE.
           MOVE CMS-STEP-NO                  TO WS-FAILED-STEP-NO.
           ADD 1                             TO WS-STEP-FAILED-COUNT.

       2550-WRITE-STEP.
           DISPLAY 'DATSTGP -   STEP ' WS-STEP-NO-DSP ' '
                    CMS-STEP-VERB ' -> ' STGS-DISP-MSG.

           MOVE STG-RACF-ID                  TO STGS-RACF-ID.
           MOVE STG-SUBMIT-TS                TO STGS-SUBMIT-TS.
           MOVE CMS-STEP-NO                  TO STGS-STEP-NO.
           MOVE CMS-STEP-VERB                TO STGS-STEP-VERB.

           EXEC SQL
                INSERT INTO T_DAT0_STG_STEP
                       ( STGS_RACF_ID, STGS_SUBMIT_TS, STGS_STEP_NO
                       , STGS_STEP_VERB, STGS_STATUS, STGS_DISP_TS
                       , STGS_DISP_MSG )
                VALUES ( :STGS-RACF-ID
                       , :STGS-SUBMIT-TS
                       , :STGS-STEP-NO
                       , :STGS-STEP-VERB
                       , :STGS-STATUS
                       , CURRENT TIMESTAMP
                       , :STGS-DISP-MSG )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'DATSTGP - STEP DISPOSITION INSERT FAILED '
                       'SQLCODE=' SQLCODE ' FOR STEP ' WS-STEP-NO-DSP
           END-IF.

           PERFORM 2590-FETCH-NEXT-STEP
              THRU 2590-EXIT.
           .
       2550-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2590-FETCH-NEXT-STEP                        *
      ******************************************************************
       2590-FETCH-NEXT-STEP.

           EXEC SQL
                FETCH STEP-CSR
                INTO  :CMS-STEP-NO, :CMS-STEP-VERB,
                      :WS-STEP-ACTION-PGM, :WS-STEP-VERB-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'DATSTGP - STEP FETCH FAILED SQLCODE='
                            SQLCODE ' FOR ' CMR-VERB
      * A SCRIPT CUT SHORT BY A FAILED READ HAS NOT RUN CLEAN.
                   IF NOT WS-SCRIPT-HAS-FAILED
                       SET WS-SCRIPT-HAS-FAILED
                                             TO TRUE
                       MOVE CMS-STEP-NO      TO WS-FAILED-STEP-NO
                   END-IF
               END-IF
               SET WS-STEP-EOF               TO TRUE
           END-IF.
           .
       2590-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2900-FETCH-NEXT-PENDING                      *
      ******************************************************************
       2900-FETCH-NEXT-PENDING.
           ELSE
               DISPLAY 'DATSTGP - PURGE DELETE FAILED SQLCODE='
                        SQLCODE
               GO TO 3000-EXIT
           END-IF.

      * SCRIPT STEP DISPOSITIONS GO WITH THEIR STAGING ROW.
           EXEC SQL
                DELETE FROM T_DAT0_STG_STEP T
                 WHERE NOT EXISTS
                       (SELECT 1
                          FROM T_DAT0_STAGING G
                         WHERE G.STG_RACF_ID   = T.STGS_RACF_ID
                           AND G.STG_SUBMIT_TS = T.STGS_SUBMIT_TS)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DATSTGP - STEP PURGE DELETE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 3500-COUNT-SCHEDULED-ROWS                      *
      * PENDING ROWS LEFT BEHIND BECAUSE THEIR RUN-AFTER IS STILL      *
      * AHEAD - FOR THE SUMMARY, SO OPERATIONS CAN SEE WHAT IS QUEUED. *
      ******************************************************************
       3500-COUNT-SCHEDULED-ROWS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SCHEDULED-COUNT
                  FROM T_DAT0_STAGING
                 WHERE STG_STATUS = 'P'
                   AND STG_RUN_AFTER_TS > CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'DATSTGP - SCHEDULED COUNT FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
                    WS-REJECTED-COUNT.
           DISPLAY 'DATSTGP - DISPOSED ROWS PURGED   : '
                    WS-PURGED-COUNT.
           DISPLAY 'DATSTGP - SCHEDULED, NOT YET DUE : '
                    WS-SCHEDULED-COUNT.
           DISPLAY 'DATSTGP - SCRIPTS RUN            : '
                    WS-SCRIPT-COUNT.
           DISPLAY 'DATSTGP - SCRIPT STEPS RUN       : '
                    WS-STEP-RUN-COUNT.
           DISPLAY 'DATSTGP - SCRIPT STEPS FAILED    : '
                    WS-STEP-FAILED-COUNT.
           DISPLAY 'DATSTGP - SCRIPT STEPS NOT RUN   : '
                    WS-STEP-NOT-RUN-COUNT.
           .
       9000-EXIT.
           EXIT.
