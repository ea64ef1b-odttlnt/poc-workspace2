      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748NCC.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748NCC:     UIS NIGHT-CHAIN OPERATIONS CONSOLE SCREEN       *
      *                                                                *
      *  FUNCTION:     T_UIS_RUN_STATUS AND THE SEQUENCING GUARD IN    *
      *                EACH CHAIN JOB SAY WHAT RAN, BUT STOPPING A     *
      *                DOWNSTREAM JOB AFTER A BAD UPSTREAM RUN WAS A   *
      *                PHONE CALL TO SCHEDULING. THIS SCREEN LISTS     *
      *                TONIGHT'S CHAIN JOBS (REC -> C36 -> EOD -> REJ  *
      *                -> ARC) WITH OUTCOME, START, END, THE F5748BWF  *
      *                FORECAST FINISH, AND ANY HOLD, AND LETS AN      *
      *                AUTHORIZED OPERATOR KEY A JOB AND AN ACTION:    *
      *                                                                *
      *                  HOLD     - THE JOB'S GUARD REFUSES TO START   *
      *                             (RC 8) UNTIL RELEASED. ONLY A JOB  *
      *                             NOT YET STARTED TONIGHT, OR ONE    *
      *                             THAT FAILED OR WAS REJECTED, MAY   *
      *                             BE HELD. A REASON IS REQUIRED.     *
      *                  RELEASE  - REMOVES THE HOLD.                  *
      *                  COMPLETE - MARKS A FAILED, REJECTED, OR       *
      *                             STUCK RUNNING JOB MANUAL, WHICH    *
      *                             THE NEXT JOB'S GUARD ACCEPTS AS    *
      *                             IT DOES SUCCESS. A REASON IS       *
      *                             REQUIRED.                          *
      *                                                                *
      *                AUTHORITY COMES FROM T_UIS_CHAIN_AUTH FOR THE   *
      *                SIGNED-ON RACF ID - LEVEL 1 MAY HOLD AND        *
      *                RELEASE, LEVEL 2 MAY ALSO COMPLETE; ANYONE      *
      *                ELSE MAY ONLY LOOK. EVERY ACTION TAKEN IS       *
      *                WRITTEN TO T_UIS_RUN_ACTION WITH THE RACF ID    *
      *                AND TO THE REGION LOG.                          *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS PSEUDO-CONVERSATIONAL, TRAN UISN)  *
      *                                                                *
      *  PROCESSING:   ON FIRST ENTRY (NO COMMAREA) THE CHAIN IS       *
      *                LISTED. ON RE-ENTRY THE KEYED ACTION, IF ANY,   *
      *                IS APPLIED AND THE LIST IS REDISPLAYED.         *
      *                                                                *
      *  PARAMETERS:   1. F5748SC8.CPY  (SYMBOLIC MAP)                *
      *                                                                *
      *  DB2 TABLES:   T_UIS_RUN_STATUS (READ/UPDATE)                  *
      *                T_UIS_RUN_HOLD   (READ/INSERT/DELETE)           *
      *                T_UIS_RUN_ACTION (INSERT)                       *
      *                T_UIS_RUN_FCST   (READ)                         *
      *                T_UIS_CHAIN_AUTH (READ)                         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748NCC'.
           05  WS-TRANSACTION-ID            PIC X(04) VALUE 'UISN'.
      * THE CHAIN IN RUN ORDER, AS F5748RSB PRINTS IT.
           05  WS-CHAIN-JOBS.
               10  FILLER                   PIC X(08) VALUE 'F5748REC'.
               10  FILLER                   PIC X(08) VALUE 'F5748C36'.
               10  FILLER                   PIC X(08) VALUE 'F5748EOD'.
               10  FILLER                   PIC X(08) VALUE 'F5748REJ'.
               10  FILLER                   PIC X(08) VALUE 'F5748ARC'.
           05  WS-CHAIN-JOB REDEFINES WS-CHAIN-JOBS
                                            PIC X(08) OCCURS 5 TIMES.

       01  WS-WORKING-FIELDS.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
           05  WS-JOB-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-ROW-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-OLD-OUTCOME               PIC X(08) VALUE SPACES.
           05  WS-START-TS                  PIC X(26) VALUE SPACES.
           05  WS-END-TS                    PIC X(26) VALUE SPACES.
           05  WS-END-TS-IND                PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FCST-TS                   PIC X(26) VALUE SPACES.
           05  WS-HOLD-BY                   PIC X(08) VALUE SPACES.
           05  WS-START-DSP                 PIC X(08) VALUE SPACES.
           05  WS-END-DSP                   PIC X(08) VALUE SPACES.
           05  WS-FCST-DSP                  PIC X(05) VALUE SPACES.
           05  WS-HOLD-DSP                  PIC X(16) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CHAIN-JOB-SW              PIC X(01) VALUE 'N'.
               88  WS-JOB-IS-IN-CHAIN                 VALUE 'Y'.

       01  WS-ERROR-AREA.
           05  WS-PROMPT-MSG                PIC X(60) VALUE
         'KEY AN ACTION (HOLD/RELEASE/COMPLETE), THE JOB, AND A REASON'.
           05  WS-BAD-ACTION-MSG            PIC X(60) VALUE
         'ACTION MUST BE HOLD, RELEASE, OR COMPLETE.                  '.
           05  WS-BAD-JOB-MSG               PIC X(60) VALUE
         'JOB MUST BE ONE OF THE CHAIN JOBS LISTED BELOW.             '.
           05  WS-NOT-AUTH-MSG              PIC X(60) VALUE
         'YOU ARE NOT AUTHORIZED FOR THAT ACTION ON THE NIGHT CHAIN.  '.
           05  WS-NO-REASON-MSG             PIC X(60) VALUE
         'A REASON IS REQUIRED FOR HOLD AND COMPLETE.                 '.
           05  WS-CANNOT-HOLD-MSG           PIC X(60) VALUE
         'ONLY A JOB NOT YET STARTED, FAILED, OR REJECTED MAY BE HELD.'.
           05  WS-ALREADY-HELD-MSG          PIC X(60) VALUE
         'THAT JOB IS ALREADY HELD FOR TONIGHT.                       '.
           05  WS-HELD-MSG                  PIC X(60) VALUE
         'JOB HELD - ITS GUARD WILL REFUSE TO START IT UNTIL RELEASED.'.
           05  WS-NOT-HELD-MSG              PIC X(60) VALUE
         'THAT JOB IS NOT HELD FOR TONIGHT.                           '.
           05  WS-RELEASED-MSG              PIC X(60) VALUE
         'HOLD RELEASED.                                              '.
           05  WS-CANNOT-COMPLETE-MSG       PIC X(60) VALUE
         'ONLY A FAILED, REJECTED, OR RUNNING JOB MAY BE COMPLETED.   '.
           05  WS-COMPLETED-MSG             PIC X(60) VALUE
         'JOB MARKED MANUAL - THE NEXT JOB MAY NOW START.             '.
           05  WS-CHANGED-MSG               PIC X(60) VALUE
         'THE JOB CHANGED WHILE YOU WERE LOOKING - CHECK AND RETRY.   '.
           05  WS-DB2-ERROR-MSG             PIC X(60) VALUE
         'DB2 ERROR - NOTHING CHANGED. CALL UIS SUPPORT.              '.

      * A COMMAREA BYTE IS PASSED AROUND SO RE-ENTRY (EIBCALEN > 0)
      * CAN BE TOLD APART FROM FIRST ENTRY, AS F5748SCR DOES.
       01  WS-COMMAREA                      PIC X(01) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS
           EXEC SQL INCLUDE F5748RUN     END-EXEC.

      * DCLGEN FOR T_UIS_RUN_ACTION
           EXEC SQL INCLUDE F5748RAC     END-EXEC.

      * DCLGEN FOR T_UIS_CHAIN_AUTH
           EXEC SQL INCLUDE F5748CHA     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748NCC WORKING STORAGE ENDS'.
      *
       COPY F5748SC8.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(01).
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           IF EIBCALEN = 0
              PERFORM 1000-SEND-INITIAL-SCREEN
                 THRU 1000-EXIT
           ELSE
              PERFORM 2000-PROCESS-ACTION
                 THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
                TRANSID(WS-TRANSACTION-ID)
                COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1000-SEND-INITIAL-SCREEN                    *
      ******************************************************************
       1000-SEND-INITIAL-SCREEN.

           MOVE LOW-VALUES                  TO F5748S8O.
           MOVE WS-PROMPT-MSG               TO MSGO.

           PERFORM 3000-LIST-CHAIN
              THRU 3000-EXIT.

           EXEC CICS SEND MAP('F5748SC8')
                     MAPSET('F5748S8')
                     FROM(F5748S8O)
                     ERASE
           END-EXEC.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-PROCESS-ACTION                        *
      ******************************************************************
       2000-PROCESS-ACTION.

           EXEC CICS RECEIVE MAP('F5748SC8')
                     MAPSET('F5748S8')
                     INTO(F5748S8I)
           END-EXEC.

           EXEC CICS ASSIGN
                     USERID(WS-RACF-ID)
           END-EXEC.

           MOVE LOW-VALUES                  TO F5748S8O.

           EVALUATE ACTIONI
               WHEN 'HOLD'
               WHEN 'RELEASE'
               WHEN 'COMPLETE'
                   PERFORM 2050-EDIT-ACTION
                      THRU 2050-EXIT
               WHEN SPACES
                   MOVE WS-PROMPT-MSG       TO MSGO
               WHEN OTHER
                   MOVE WS-BAD-ACTION-MSG   TO MSGO
           END-EVALUATE.

           PERFORM 3000-LIST-CHAIN
              THRU 3000-EXIT.

           EXEC CICS SEND MAP('F5748SC8')
                     MAPSET('F5748S8')
                     FROM(F5748S8O)
                     DATAONLY
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2050-EDIT-ACTION                          *
      * THE JOB MUST BE A CHAIN JOB, THE OPERATOR MUST HOLD THE        *
      * AUTHORITY THE ACTION NEEDS, AND HOLD AND COMPLETE NEED A       *
      * REASON. TONIGHT'S OUTCOME (SPACES WHEN THE JOB HAS NOT         *
      * STARTED) IS THEN FETCHED FOR THE ACTION TO CHECK AND LOG.      *
      ******************************************************************
       2050-EDIT-ACTION.

           MOVE 'N'                         TO WS-CHAIN-JOB-SW.
           PERFORM 2060-FIND-CHAIN-JOB
              THRU 2060-EXIT
              VARYING WS-JOB-SUB FROM 1 BY 1
                UNTIL WS-JOB-SUB > 5.

           IF NOT WS-JOB-IS-IN-CHAIN
               MOVE WS-BAD-JOB-MSG          TO MSGO
               GO TO 2050-EXIT
           END-IF.

           MOVE SPACES                      TO CHA-AUTH-LEVEL.
           EXEC SQL
                SELECT CHA_AUTH_LEVEL
                  INTO :CHA-AUTH-LEVEL
                  FROM T_UIS_CHAIN_AUTH
                 WHERE CHA_RACF_ID = :WS-RACF-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES                  TO CHA-AUTH-LEVEL
           END-IF.

           IF NOT CHA-MAY-HOLD
            OR (ACTIONI = 'COMPLETE' AND NOT CHA-MAY-COMPLETE)
               DISPLAY 'F5748NCC - ' ACTIONI ' OF ' JOBI
                       ' REFUSED - NOT AUTHORIZED (USERID '
                       WS-RACF-ID ')'
               MOVE WS-NOT-AUTH-MSG         TO MSGO
               GO TO 2050-EXIT
           END-IF.

           IF ACTIONI NOT = 'RELEASE'
            AND REASONI = SPACES
               MOVE WS-NO-REASON-MSG        TO MSGO
               GO TO 2050-EXIT
           END-IF.

           MOVE SPACES                      TO WS-OLD-OUTCOME.
           EXEC SQL
                SELECT RUN_OUTCOME
                  INTO :WS-OLD-OUTCOME
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = CURRENT DATE
                   AND RUN_JOB_NM = :JOBI
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE SPACES              TO WS-OLD-OUTCOME
               WHEN SQLCODE NOT = 0
                   MOVE WS-DB2-ERROR-MSG    TO MSGO
                   GO TO 2050-EXIT
           END-EVALUATE.

           EVALUATE ACTIONI
               WHEN 'HOLD'
                   PERFORM 2100-HOLD-JOB
                      THRU 2100-EXIT
               WHEN 'RELEASE'
                   PERFORM 2200-RELEASE-JOB
                      THRU 2200-EXIT
               WHEN 'COMPLETE'
                   PERFORM 2300-COMPLETE-JOB
                      THRU 2300-EXIT
           END-EVALUATE.
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2060-FIND-CHAIN-JOB                        *
      ******************************************************************
       2060-FIND-CHAIN-JOB.

           IF JOBI = WS-CHAIN-JOB(WS-JOB-SUB)
               SET WS-JOB-IS-IN-CHAIN       TO TRUE
           END-IF.
           .
       2060-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2100-HOLD-JOB                           *
      * A RUNNING OR SUCCESSFUL JOB IS PAST HOLDING. THE HOLD ROW IS   *
      * UNIQUE ON RUN DATE AND JOB, SO A SECOND HOLD IS A -803.        *
      ******************************************************************
       2100-HOLD-JOB.

           IF WS-OLD-OUTCOME NOT = SPACES
            AND WS-OLD-OUTCOME NOT = 'FAILED'
            AND WS-OLD-OUTCOME NOT = 'REJECTED'
               MOVE WS-CANNOT-HOLD-MSG      TO MSGO
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_RUN_HOLD
                       ( RHL_RUN_DATE
                       , RHL_JOB_NM
                       , RHL_RACF_ID
                       , RHL_HOLD_TS
                       , RHL_REASON )
                VALUES ( CURRENT DATE
                       , :JOBI
                       , :WS-RACF-ID
                       , CURRENT TIMESTAMP
                       , :REASONI )
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'HOLD'              TO RAC-ACTION
                   MOVE SPACES              TO RAC-OLD-OUTCOME
                                               RAC-NEW-OUTCOME
                   MOVE WS-HELD-MSG         TO MSGO
                   PERFORM 2900-LOG-ACTION
                      THRU 2900-EXIT
               WHEN SQLCODE = -803
                   MOVE WS-ALREADY-HELD-MSG TO MSGO
               WHEN OTHER
                   MOVE WS-DB2-ERROR-MSG    TO MSGO
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2200-RELEASE-JOB                         *
      ******************************************************************
       2200-RELEASE-JOB.

           EXEC SQL
                DELETE FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = CURRENT DATE
                   AND RHL_JOB_NM   = :JOBI
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'RELEASE'           TO RAC-ACTION
                   MOVE SPACES              TO RAC-OLD-OUTCOME
                                               RAC-NEW-OUTCOME
                   MOVE WS-RELEASED-MSG     TO MSGO
                   PERFORM 2900-LOG-ACTION
                      THRU 2900-EXIT
               WHEN SQLCODE = 100
                   MOVE WS-NOT-HELD-MSG     TO MSGO
               WHEN OTHER
                   MOVE WS-DB2-ERROR-MSG    TO MSGO
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2300-COMPLETE-JOB                        *
      * AN ABENDED JOB NEVER REACHES 0990-REGISTER-RUN-END, SO ITS     *
      * ROW IS LEFT RUNNING - THAT IS ALLOWED HERE AS WELL AS FAILED   *
      * AND REJECTED. THE UPDATE IS QUALIFIED ON THE OUTCOME JUST      *
      * READ SO A JOB THAT MOVED IN THE MEANTIME IS NOT OVERWRITTEN.   *
      ******************************************************************
       2300-COMPLETE-JOB.

           IF WS-OLD-OUTCOME NOT = 'FAILED'
            AND WS-OLD-OUTCOME NOT = 'REJECTED'
            AND WS-OLD-OUTCOME NOT = 'RUNNING'
               MOVE WS-CANNOT-COMPLETE-MSG  TO MSGO
               GO TO 2300-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_OUTCOME = 'MANUAL'
                     , RUN_END_TS  = COALESCE(RUN_END_TS,
                                              CURRENT TIMESTAMP)
                 WHERE RUN_DATE    = CURRENT DATE
                   AND RUN_JOB_NM  = :JOBI
                   AND RUN_OUTCOME = :WS-OLD-OUTCOME
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'COMPLETE'          TO RAC-ACTION
                   MOVE WS-OLD-OUTCOME      TO RAC-OLD-OUTCOME
                   MOVE 'MANUAL'            TO RAC-NEW-OUTCOME
                   MOVE WS-COMPLETED-MSG    TO MSGO
                   PERFORM 2900-LOG-ACTION
                      THRU 2900-EXIT
               WHEN SQLCODE = 100
                   MOVE WS-CHANGED-MSG      TO MSGO
               WHEN OTHER
                   MOVE WS-DB2-ERROR-MSG    TO MSGO
           END-EVALUATE.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2900-LOG-ACTION                         *
      * THE ACTION ROW IS WRITTEN IN THE SAME UNIT OF WORK AS THE      *
      * CHANGE ITSELF, SO THERE IS NEVER ONE WITHOUT THE OTHER - IF    *
      * THE LOG ROW CANNOT BE WRITTEN THE CHANGE IS BACKED OUT.        *
      ******************************************************************
       2900-LOG-ACTION.

           MOVE WS-RACF-ID                  TO RAC-RACF-ID.
           MOVE JOBI                        TO RAC-JOB-NM.
           MOVE REASONI                     TO RAC-REASON.

           EXEC SQL
                INSERT INTO T_UIS_RUN_ACTION
                       ( RAC_ACTION_TS
                       , RAC_RACF_ID
                       , RAC_RUN_DATE
                       , RAC_JOB_NM
                       , RAC_ACTION
                       , RAC_OLD_OUTCOME
                       , RAC_NEW_OUTCOME
                       , RAC_REASON )
                VALUES ( CURRENT TIMESTAMP
                       , :RAC-RACF-ID
                       , CURRENT DATE
                       , :RAC-JOB-NM
                       , :RAC-ACTION
                       , :RAC-OLD-OUTCOME
                       , :RAC-NEW-OUTCOME
                       , :RAC-REASON )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748NCC - ACTION LOG INSERT FAILED SQLCODE='
                        SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE WS-DB2-ERROR-MSG        TO MSGO
               GO TO 2900-EXIT
           END-IF.

           DISPLAY 'F5748NCC - ' RAC-ACTION ' OF ' RAC-JOB-NM
                   ' BY ' WS-RACF-ID ' REASON: ' RAC-REASON.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-LIST-CHAIN                          *
      * LINE 1 IS THE COLUMN HEADING; THE CHAIN JOBS FOLLOW IN RUN     *
      * ORDER.                                                         *
      ******************************************************************
       3000-LIST-CHAIN.

           MOVE 1                           TO WS-ROW-SUB.
           MOVE 'JOB      OUTCOME  START    END      FCST   HOLD'
             TO CHAINO(1).

           PERFORM 3100-LIST-ONE-JOB
              THRU 3100-EXIT
              VARYING WS-JOB-SUB FROM 1 BY 1
                UNTIL WS-JOB-SUB > 5.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3100-LIST-ONE-JOB                         *
      ******************************************************************
       3100-LIST-ONE-JOB.

           ADD 1                            TO WS-ROW-SUB.
           MOVE SPACES                      TO RUN-OUTCOME
                                               WS-START-DSP
                                               WS-END-DSP
                                               WS-FCST-DSP
                                               WS-HOLD-DSP.

           EXEC SQL
                SELECT RUN_OUTCOME,
                       CHAR(RUN_START_TS),
                       CHAR(RUN_END_TS)
                  INTO :RUN-OUTCOME,
                       :WS-START-TS,
                       :WS-END-TS :WS-END-TS-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = CURRENT DATE
                   AND RUN_JOB_NM = :WS-CHAIN-JOB(WS-JOB-SUB)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-START-TS(12:8)   TO WS-START-DSP
                   IF WS-END-TS-IND >= 0
                       MOVE WS-END-TS(12:8) TO WS-END-DSP
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'NOT RUN'           TO RUN-OUTCOME
               WHEN OTHER
                   MOVE '*DB2 ERR'          TO RUN-OUTCOME
           END-EVALUATE.

           EXEC SQL
                SELECT CHAR(RFC_PROJ_END_TS)
                  INTO :WS-FCST-TS
                  FROM T_UIS_RUN_FCST
                 WHERE RFC_RUN_DATE = CURRENT DATE
                   AND RFC_JOB_NM   = :WS-CHAIN-JOB(WS-JOB-SUB)
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-FCST-TS(12:5)        TO WS-FCST-DSP
           END-IF.

           EXEC SQL
                SELECT RHL_RACF_ID
                  INTO :WS-HOLD-BY
                  FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = CURRENT DATE
                   AND RHL_JOB_NM   = :WS-CHAIN-JOB(WS-JOB-SUB)
           END-EXEC.

           IF SQLCODE = 0
               STRING 'HELD BY ' WS-HOLD-BY
                      DELIMITED BY SIZE
                      INTO WS-HOLD-DSP
           END-IF.

           MOVE SPACES                      TO CHAINO(WS-ROW-SUB).
           STRING WS-CHAIN-JOB(WS-JOB-SUB)
                  ' ' RUN-OUTCOME
                  ' ' WS-START-DSP
                  ' ' WS-END-DSP
                  ' ' WS-FCST-DSP
                  '  ' WS-HOLD-DSP
                  DELIMITED BY SIZE
                  INTO CHAINO(WS-ROW-SUB).
           .
       3100-EXIT.
           EXIT.

       END PROGRAM F5748NCC.
