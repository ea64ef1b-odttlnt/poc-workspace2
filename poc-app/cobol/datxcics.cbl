      * dispositions, newest first, PF8/PF7 paging, PF5 back to the
      * submit view. A one-line commarea (view + page) now rides every
      * RETURN TRANSID so re-entry knows which view it is in
      * An optional run-after date/time on DATMAP defers a command -
      * it is staged with STG_RUN_AFTER_TS and DATSTGP leaves it until
      * the first run after that time. The status view shows such
      * rows as S (scheduled) and an X beside one cancels it, for the
      * submitting RACF ID only, as long as it has not fallen due
      * A script verb (registry type S) is accepted only when it has
      * steps, and the authority it needs is that of its highest-level
      * step when that is above the script's own level
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           05  WS-MORE-PAGES-SW             PIC X(01) VALUE 'N'.
               88  WS-MORE-PAGES                      VALUE 'Y'.
           05  WS-SUB                       PIC 9(02) VALUE ZEROES.
           05  WS-SCHEDULED-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-IS-SCHEDULED                VALUE 'Y'.
           05  WS-STATUS-MSG                PIC X(60) VALUE SPACES.
           05  WS-CANCEL-COUNT              PIC 9(02) VALUE ZEROES.
           05  WS-REFUSED-COUNT             PIC 9(02) VALUE ZEROES.
           05  WS-BAD-SELECT-COUNT          PIC 9(02) VALUE ZEROES.
           05  WS-SCRIPT-STEP-LEVEL         PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SCRIPT-STEP-COUNT         PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
      *
      * THE OPTIONAL RUN-AFTER DATE/TIME AS KEYED, AND THE TIMESTAMP
      * BUILT FROM IT FOR STG_RUN_AFTER_TS.
       01  WS-RUN-AFTER-AREA.
           05  WS-RUN-AFTER-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-AFTER-KEYED                 VALUE 'Y'.
           05  WS-RUN-AFTER-OK-SW           PIC X(01) VALUE 'Y'.
               88  WS-RUN-AFTER-IS-VALID              VALUE 'Y'.
           05  WS-RA-DATE-IN                PIC X(10) VALUE SPACES.
           05  WS-RA-DATE-PARTS REDEFINES WS-RA-DATE-IN.
               10  WS-RA-YEAR               PIC X(04).
               10  WS-RA-DATE-SEP1          PIC X(01).
               10  WS-RA-MONTH              PIC X(02).
               10  WS-RA-DATE-SEP2          PIC X(01).
               10  WS-RA-DAY                PIC X(02).
           05  WS-RA-TIME-IN                PIC X(05) VALUE SPACES.
           05  WS-RA-TIME-PARTS REDEFINES WS-RA-TIME-IN.
               10  WS-RA-HOUR               PIC X(02).
               10  WS-RA-TIME-SEP           PIC X(01).
               10  WS-RA-MINUTE             PIC X(02).
           05  WS-RUN-AFTER-TS              PIC X(26) VALUE SPACES.
      *
      * VIEW AND PAGE STATE CARRIED ON EVERY RETURN TRANSID SO
      * RE-ENTRY KNOWS WHICH SCREEN THE OPERATOR IS LOOKING AT.
               88  WS-VIEW-IS-SUBMIT                  VALUE 'S'.
               88  WS-VIEW-IS-STATUS                  VALUE 'Q'.
           05  WS-CA-PAGE                   PIC 9(03) VALUE ZEROES.
      *    SUBMIT TIMESTAMP OF EACH ROW THE STATUS PAGE SHOWED, SO AN
      *    X KEYED BESIDE A ROW CAN FIND IT AGAIN.
           05  WS-CA-ROW-TABLE.
               10  WS-CA-ROW-TS             PIC X(26) OCCURS 10 TIMES
                                                        VALUE SPACES.
      *
      * STAGING TABLE THE SUBMITTED CMD VALUE IS INSERTED INTO - SEE
      * DATSTG
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DATSTG END-EXEC.
      *
      * COMMAND REGISTRY, SCRIPT STEPS AND OPERATOR AUTHORITY - SEE
      * DATCMDM
           EXEC SQL INCLUDE DATCMDR END-EXEC.
           EXEC SQL INCLUDE DATCMDS END-EXEC.
           EXEC SQL INCLUDE DATOPRA END-EXEC.
      *
      * THE SIGNED-ON OPERATOR'S OWN SUBMISSIONS, NEWEST FIRST, FOR
           EXEC SQL
                DECLARE STATUS-CSR CURSOR FOR
                SELECT STG_CMD, CHAR(STG_SUBMIT_TS),
                       STG_STATUS, STG_DISP_MSG,
                       CHAR(STG_RUN_AFTER_TS),
                       CASE WHEN STG_STATUS = 'P'
                             AND STG_RUN_AFTER_TS > CURRENT TIMESTAMP
                            THEN 'Y' ELSE 'N' END
                  FROM T_DAT0_STAGING
                 WHERE STG_RACF_ID = :WS-RACF-ID
                 ORDER BY STG_SUBMIT_TS DESC
           END-EXEC.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(264).
      *
       PROCEDURE DIVISION.
       0000-BEGIN.

           MOVE 'S'                      TO WS-CA-VIEW.
           MOVE ZEROES                   TO WS-CA-PAGE.
           MOVE SPACES                   TO WS-CA-ROW-TABLE.
           MOVE LOW-VALUES               TO DATMLISO.
           DISPLAY 'Sending a test map'.

      ******************************************************************
       2000-PROCESS-MAP.

           MOVE LOW-VALUES                TO DATMLISI.

           EXEC CICS RECEIVE MAP('DATMAP')
                     MAPSET('DATMLIS')
                     INTO(DATMLISI)
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2160-EDIT-RUN-AFTER
              THRU 2160-EXIT.

           IF NOT WS-RUN-AFTER-IS-VALID
               EXEC CICS SEND MAP('DATMAP')
                         MAPSET('DATMLIS')
                         FROM(DATMLISO)
                         DATAONLY
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-RACF-ID                TO STG-RACF-ID.
           MOVE CMDI                      TO STG-CMD.

      * NEW SUBMISSIONS LAND PENDING ('P') FOR THE DATSTGP BATCH
      * PROCESSOR; THE DISPOSITION FIELDS ARE FILLED WHEN IT RUNS.
      * WITH NO RUN-AFTER KEYED THE ROW IS DUE AS OF ITS SUBMIT TIME.
           IF WS-RUN-AFTER-KEYED
               MOVE WS-RUN-AFTER-TS       TO STG-RUN-AFTER-TS
               EXEC SQL
                    INSERT INTO T_DAT0_STAGING
                           ( STG_RACF_ID, STG_CMD, STG_SUBMIT_TS
                           , STG_STATUS, STG_DISP_TS, STG_DISP_MSG
                           , STG_RUN_AFTER_TS )
                    VALUES ( :STG-RACF-ID
                           , :STG-CMD
                           , CURRENT TIMESTAMP
                           , 'P'
                           , CURRENT TIMESTAMP
                           , ' '
                           , :STG-RUN-AFTER-TS )
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO T_DAT0_STAGING
                           ( STG_RACF_ID, STG_CMD, STG_SUBMIT_TS
                           , STG_STATUS, STG_DISP_TS, STG_DISP_MSG
                           , STG_RUN_AFTER_TS )
                    VALUES ( :STG-RACF-ID
                           , :STG-CMD
                           , CURRENT TIMESTAMP
                           , 'P'
                           , CURRENT TIMESTAMP
                           , ' '
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           CALL 'DATSUB'.

           MOVE CMDI                     TO CMDO.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-RUN-AFTER-KEYED
                   MOVE SPACES            TO MSGO
                   STRING 'REQUEST SCHEDULED - RUNS AFTER '
                          WS-RA-DATE-IN ' ' WS-RA-TIME-IN
                          DELIMITED BY SIZE INTO MSGO
               WHEN SQLCODE = 0
                   MOVE 'REQUEST SUBMITTED'
                                          TO MSGO
      * A DATE DB2 WILL NOT TAKE (30 FEBRUARY AND THE LIKE) GETS PAST
      * THE FIELD EDIT BUT NOT THE INSERT.
               WHEN SQLCODE = -180 OR SQLCODE = -181
                   MOVE 'RUN-AFTER IS NOT A VALID DATE/TIME'
                                          TO MSGO
               WHEN OTHER
                   MOVE 'SUBMIT FAILED - SEE SQLCODE IN LOG'
                                          TO MSGO
                   DISPLAY 'DATXCICS - INSERT FAILED SQLCODE=' SQLCODE
                            ' FOR ' STG-CMD
           END-EVALUATE.

           EXEC CICS SEND MAP('DATMAP')
                     MAPSET('DATMLIS')
      * LOOKS THE KEYED VERB UP ON T_DAT0_CMD_REGISTRY AND TESTS THE   *
      * OPERATOR'S T_DAT0_OPER_AUTH LEVEL AGAINST THE VERB'S           *
      * REQUIRED LEVEL. AN OPERATOR WITH NO AUTHORITY ROW HOLDS        *
      * LEVEL 1. A SCRIPT VERB NEEDS THE HIGHER OF ITS OWN LEVEL AND   *
      * ITS HIGHEST-LEVEL STEP'S. THE REJECT MESSAGE IS LEFT IN MSGO.  *
      ******************************************************************
       2150-VALIDATE-COMMAND.

                                             CMR-VERB.

           EXEC SQL
                SELECT CMR_DSCR, CMR_AUTH_LEVEL, CMR_VERB_TYPE
                  INTO :CMR-DSCR, :CMR-AUTH-LEVEL, :CMR-VERB-TYPE
                  FROM T_DAT0_CMD_REGISTRY
                 WHERE CMR_VERB = :CMR-VERB
           END-EXEC.
                   GO TO 2150-EXIT
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
               IF SQLCODE NOT = 0
                   MOVE 'SCRIPT LOOKUP FAILED - SEE SQLCODE IN LOG'
                                          TO MSGO
                   DISPLAY 'DATXCICS - SCRIPT SELECT FAILED SQLCODE='
                            SQLCODE ' FOR ' CMR-VERB
                   GO TO 2150-EXIT
               END-IF
               IF WS-SCRIPT-STEP-COUNT = ZEROES
                   MOVE 'SCRIPT HAS NO STEPS - SEE DATCMDM'
                                          TO MSGO
                   GO TO 2150-EXIT
               END-IF
               IF WS-SCRIPT-STEP-LEVEL > CMR-AUTH-LEVEL
                   MOVE WS-SCRIPT-STEP-LEVEL
                                          TO CMR-AUTH-LEVEL
               END-IF
           END-IF.

           MOVE 1                         TO WS-OPER-AUTH-LEVEL.

           EXEC SQL
           EXIT.
      *
      ******************************************************************
      *                   2160-EDIT-RUN-AFTER                          *
      * THE RUN-AFTER DATE (YYYY-MM-DD) AND TIME (HH:MM) ARE OPTIONAL. *
      * BOTH BLANK MEANS THE NEXT DATSTGP RUN; A DATE WITH NO TIME     *
      * MEANS 00:00; A TIME WITH NO DATE IS REFUSED. THE EDITED VALUE  *
      * IS LEFT IN WS-RUN-AFTER-TS AS A DB2 TIMESTAMP STRING AND THE   *
      * REJECT MESSAGE, IF ANY, IN MSGO.                               *
      ******************************************************************
       2160-EDIT-RUN-AFTER.

           MOVE 'N'                       TO WS-RUN-AFTER-SW.
           MOVE 'N'                       TO WS-RUN-AFTER-OK-SW.
           MOVE SPACES                    TO WS-RA-DATE-IN
                                             WS-RA-TIME-IN
                                             WS-RUN-AFTER-TS.

           IF RADTL > ZERO
               MOVE RADTI                 TO WS-RA-DATE-IN
               INSPECT WS-RA-DATE-IN
                       REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           IF RATML > ZERO
               MOVE RATMI                 TO WS-RA-TIME-IN
               INSPECT WS-RA-TIME-IN
                       REPLACING ALL LOW-VALUE BY SPACE
           END-IF.

           IF WS-RA-DATE-IN = SPACES
               IF WS-RA-TIME-IN = SPACES
                   SET WS-RUN-AFTER-IS-VALID
                                          TO TRUE
               ELSE
                   MOVE 'RUN-AFTER TIME KEYED WITHOUT A DATE'
                                          TO MSGO
               END-IF
               GO TO 2160-EXIT
           END-IF.

           IF WS-RA-YEAR NOT NUMERIC
              OR WS-RA-MONTH NOT NUMERIC
              OR WS-RA-DAY NOT NUMERIC
              OR WS-RA-DATE-SEP1 NOT = '-'
              OR WS-RA-DATE-SEP2 NOT = '-'
              OR WS-RA-MONTH < '01' OR WS-RA-MONTH > '12'
              OR WS-RA-DAY < '01' OR WS-RA-DAY > '31'
               MOVE 'RUN-AFTER DATE MUST BE YYYY-MM-DD'
                                          TO MSGO
               GO TO 2160-EXIT
           END-IF.

           IF WS-RA-TIME-IN = SPACES
               MOVE '00:00'               TO WS-RA-TIME-IN
           END-IF.

           IF WS-RA-HOUR NOT NUMERIC
              OR WS-RA-MINUTE NOT NUMERIC
              OR WS-RA-TIME-SEP NOT = ':'
              OR WS-RA-HOUR > '23'
              OR WS-RA-MINUTE > '59'
               MOVE 'RUN-AFTER TIME MUST BE HH:MM (00:00-23:59)'
                                          TO MSGO
               GO TO 2160-EXIT
           END-IF.

           STRING WS-RA-DATE-IN '-' WS-RA-HOUR '.' WS-RA-MINUTE
                  '.00.000000'
                  DELIMITED BY SIZE INTO WS-RUN-AFTER-TS.

           SET WS-RUN-AFTER-KEYED         TO TRUE.
           SET WS-RUN-AFTER-IS-VALID      TO TRUE.
           .
       2160-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-SHOW-HELP                             *
      ******************************************************************
       2200-SHOW-HELP.

           MOVE CMDI                     TO CMDO.
           MOVE 'ENTER=SUBMIT  RUN-AFTER OPTIONAL  PF2=STATUS  PF3=EXIT'
                                          TO MSGO.

           EXEC CICS SEND MAP('DATMAP')
      * BUILDS AND SENDS PAGE WS-CA-PAGE OF THE SIGNED-ON OPERATOR'S   *
      * OWN T_DAT0_STAGING SUBMISSIONS, NEWEST FIRST - THE COMMAND,    *
      * WHEN IT WAS SUBMITTED, ITS STATUS, AND THE DISPOSITION         *
      * MESSAGE DATSTGP WROTE BACK. WS-STATUS-MSG, WHEN SET, IS THE    *
      * RESULT OF THE CANCELS JUST APPLIED.                            *
      ******************************************************************
       3000-SEND-STATUS-VIEW.


           MOVE LOW-VALUES                TO DATSMAPO.

           IF WS-STATUS-MSG = SPACES
               MOVE 'X BESIDE A SCHEDULED (S) ROW + ENTER CANCELS IT'
                                          TO SVMGO
           ELSE
               MOVE WS-STATUS-MSG         TO SVMGO
           END-IF.

           PERFORM 3100-FILL-STATUS-PAGE
              THRU 3100-EXIT.

           MOVE 'N'                       TO WS-STATUS-EOF-SW
                                             WS-MORE-PAGES-SW.
           COMPUTE WS-SKIP-COUNT = (WS-CA-PAGE - 1) * 10.
           MOVE SPACES                    TO WS-CA-ROW-TABLE.

           EXEC SQL
                OPEN STATUS-CSR
               EXEC SQL
                    FETCH STATUS-CSR
                    INTO  :STG-CMD, :STG-SUBMIT-TS,
                          :STG-STATUS, :STG-DISP-MSG,
                          :STG-RUN-AFTER-TS, :WS-SCHEDULED-SW
               END-EXEC
               IF SQLCODE = 0
                   SET WS-MORE-PAGES      TO TRUE
           EXEC SQL
                FETCH STATUS-CSR
                INTO  :STG-CMD, :STG-SUBMIT-TS,
                      :STG-STATUS, :STG-DISP-MSG,
                      :STG-RUN-AFTER-TS, :WS-SCHEDULED-SW
           END-EXEC.

           IF SQLCODE = 0
           EXEC SQL
                FETCH STATUS-CSR
                INTO  :STG-CMD, :STG-SUBMIT-TS,
                      :STG-STATUS, :STG-DISP-MSG,
                      :STG-RUN-AFTER-TS, :WS-SCHEDULED-SW
           END-EXEC.

           IF SQLCODE NOT = 0
           ADD 1                          TO WS-STATUS-ROW-COUNT.
           MOVE WS-STATUS-ROW-COUNT       TO WS-SUB.
           MOVE STG-CMD                   TO SVCMDO(WS-SUB).
           MOVE STG-SUBMIT-TS             TO WS-CA-ROW-TS(WS-SUB).
           MOVE STG-SUBMIT-TS(1:19)       TO SVTSO(WS-SUB).
           MOVE STG-STATUS                TO SVSTO(WS-SUB).
      * A PENDING ROW WHOSE RUN-AFTER IS STILL AHEAD SHOWS AS S
      * (SCHEDULED) - THE ONLY KIND THE OPERATOR MAY CANCEL.
           EVALUATE TRUE
               WHEN WS-ROW-IS-SCHEDULED
                   MOVE 'S'               TO SVSTO(WS-SUB)
                   MOVE SPACES            TO SVMSO(WS-SUB)
                   STRING 'SCHEDULED - RUNS AFTER '
                          STG-RUN-AFTER-TS(1:10) ' '
                          STG-RUN-AFTER-TS(12:2) ':'
                          STG-RUN-AFTER-TS(15:2)
                          DELIMITED BY SIZE INTO SVMSO(WS-SUB)
               WHEN STG-STATUS-PENDING
                   MOVE 'AWAITING THE DATSTGP DRAIN'
                                          TO SVMSO(WS-SUB)
               WHEN OTHER
                   MOVE STG-DISP-MSG      TO SVMSO(WS-SUB)
           END-EVALUATE.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 4000-PROCESS-STATUS-VIEW                       *
      * PF8/PF7 PAGE FORWARD AND BACK, PF5 RETURNS TO THE SUBMIT VIEW, *
      * PF3 ENDS THE CONVERSATION. ENTER RECEIVES THE SELECTION        *
      * COLUMN - THE ONLY KEYED FIELD ON THE VIEW - AND CANCELS THE    *
      * SCHEDULED ROWS MARKED X BEFORE THE PAGE IS SHOWN AGAIN.        *
      ******************************************************************
       4000-PROCESS-STATUS-VIEW.

                   END-IF
                   PERFORM 3000-SEND-STATUS-VIEW
                      THRU 3000-EXIT
               WHEN EIBAID = DFHENTER
                   PERFORM 4100-CANCEL-SELECTIONS
                      THRU 4100-EXIT
                   PERFORM 3000-SEND-STATUS-VIEW
                      THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 3000-SEND-STATUS-VIEW
                      THRU 3000-EXIT
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4100-CANCEL-SELECTIONS                        *
      * EVERY X CANCELS ITS ROW IF IT IS STILL SCHEDULED. THE RESULT   *
      * IS LEFT IN WS-STATUS-MSG FOR THE RE-DISPLAYED PAGE.            *
      ******************************************************************
       4100-CANCEL-SELECTIONS.

           EXEC CICS ASSIGN
                     USERID(WS-RACF-ID)
           END-EXEC.

           MOVE LOW-VALUES                TO DATSMAPI.

           EXEC CICS RECEIVE MAP('DATSMAP')
                     MAPSET('DATMLIS')
                     INTO(DATSMAPI)
           END-EXEC.

           MOVE ZEROES                    TO WS-CANCEL-COUNT
                                             WS-REFUSED-COUNT
                                             WS-BAD-SELECT-COUNT.

           PERFORM 4110-APPLY-ONE-SELECTION
              THRU 4110-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > 10.

           EVALUATE TRUE
               WHEN WS-BAD-SELECT-COUNT > ZEROES
                   MOVE 'ONLY X IS ALLOWED IN THE SELECTION COLUMN'
                                          TO WS-STATUS-MSG
               WHEN WS-REFUSED-COUNT > ZEROES
                   MOVE 'ONLY A SCHEDULED (S) ROW CAN BE CANCELLED'
                                          TO WS-STATUS-MSG
               WHEN WS-CANCEL-COUNT > ZEROES
                   STRING WS-CANCEL-COUNT
                          ' SCHEDULED COMMAND(S) CANCELLED'
                          DELIMITED BY SIZE INTO WS-STATUS-MSG
           END-EVALUATE.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4110-APPLY-ONE-SELECTION                      *
      * THE UPDATE ITSELF ENFORCES THE RULES - THE ROW MUST BE THE     *
      * SIGNED-ON OPERATOR'S OWN, STILL PENDING, AND ITS RUN-AFTER     *
      * STILL AHEAD, SO DATSTGP CANNOT ALREADY HAVE PICKED IT UP.      *
      ******************************************************************
       4110-APPLY-ONE-SELECTION.

           IF SVSELL(WS-SUB) = ZERO
              OR SVSELI(WS-SUB) = SPACE
              OR SVSELI(WS-SUB) = LOW-VALUE
               GO TO 4110-EXIT
           END-IF.

           IF WS-CA-ROW-TS(WS-SUB) = SPACES
               GO TO 4110-EXIT
           END-IF.

           IF SVSELI(WS-SUB) NOT = 'X'
               ADD 1                      TO WS-BAD-SELECT-COUNT
               GO TO 4110-EXIT
           END-IF.

           MOVE WS-CA-ROW-TS(WS-SUB)      TO STG-SUBMIT-TS.
           MOVE 'CANCELLED BY SUBMITTER BEFORE IT RAN'
                                          TO STG-DISP-MSG.

           EXEC SQL
                UPDATE T_DAT0_STAGING
                   SET STG_STATUS   = 'X'
                     , STG_DISP_TS  = CURRENT TIMESTAMP
                     , STG_DISP_MSG = :STG-DISP-MSG
                 WHERE STG_RACF_ID      = :WS-RACF-ID
                   AND STG_SUBMIT_TS    = :STG-SUBMIT-TS
                   AND STG_STATUS       = 'P'
                   AND STG_RUN_AFTER_TS > CURRENT TIMESTAMP
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                  TO WS-CANCEL-COUNT
               WHEN SQLCODE = 100
                   ADD 1                  TO WS-REFUSED-COUNT
               WHEN OTHER
                   DISPLAY 'DATXCICS - CANCEL FAILED SQLCODE=' SQLCODE
                            ' FOR ' WS-RACF-ID ' ' STG-SUBMIT-TS
                   ADD 1                  TO WS-REFUSED-COUNT
           END-EVALUATE.
           .
       4110-EXIT.
           EXIT.

       END PROGRAM DATXCICS.
