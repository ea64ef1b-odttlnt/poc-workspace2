      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748DPM.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748DPM:     SERVICE DEPENDENCY REGISTRY MAINTENANCE         *
      *                                                                *
      *  FUNCTION:     MAINTAINS T_UIS_SRV_DEPEND, THE REGISTRY OF     *
      *                WHICH INFORCE SEGMENTS, DB2 TABLES, AND         *
      *                DOWNSTREAM SERVICE PROGRAMS EACH SERVICE        *
      *                FUNCTION NEEDS, AND T_UIS_DEP_OUTAGE, THE       *
      *                PLANNED OUTAGES OF THOSE DEPENDENCIES.          *
      *                2910-CHECK-DEPENDENCIES IN F5748I00 REFUSES     *
      *                A FUNCTION UP FRONT WHILE ONE OF ITS            *
      *                DEPENDENCIES IS DOWN, QUOTING THE RESTORE TIME: *
      *                                                                *
      *                  ADD     - REGISTERS ONE DEPENDENCY OF A       *
      *                            FUNCTION.                           *
      *                  DELETE  - REMOVES ONE.                        *
      *                  OUTAGE  - DECLARES A PLANNED OUTAGE OF A      *
      *                            DEPENDENCY (E.G. A TABLE REORG). THE*
      *                            END IS THE RESTORE TIME CALLERS ARE *
      *                            TOLD - MANDATORY AND CAPPED, SO AN  *
      *                            OUTAGE ENDS BY ITSELF.              *
      *                  RESTORE - ENDS A DEPENDENCY'S CURRENT AND     *
      *                            FUTURE OUTAGES IMMEDIATELY.         *
      *                  LIST    - PRINTS THE REGISTRY (ONE FUNCTION OR*
      *                            ALL) AND THE CURRENT AND FUTURE     *
      *                            OUTAGES.                            *
      *                                                                *
      *                A SEGMENT MARKED DOWN BY F5748PRB OR A PROGRAM  *
      *                WITH ITS CIRCUIT BREAKER OPEN NEEDS NO OUTAGE   *
      *                CARD - F5748I00 SEES THOSE BY ITSELF. F5748DIR  *
      *                REPORTS THE FUNCTIONS AN OUTAGE AFFECTS.        *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CONTROL CARD:                    *
      *                   COLS 01-07  ACTION (ADD/DELETE/OUTAGE/       *
      *                               RESTORE/LIST)                    *
      *                   COLS 09-12  SERVICE FUNCTION CODE (ADD/      *
      *                               DELETE; LIST - BLANK = ALL)      *
      *                   COL  14     DEPENDENCY TYPE (S = INFORCE     *
      *                               SEGMENT, T = DB2 TABLE,          *
      *                               P = SERVICE PROGRAM)             *
      *                   COLS 16-33  DEPENDENCY NAME (SEGMENT ID,     *
      *                               TABLE NAME, OR PROGRAM NAME)     *
      *                   COLS 35-53  OUTAGE START                     *
      *                               (YYYY-MM-DD-HH.MM.SS; BLANK      *
      *                               = NOW)                           *
      *                   COLS 55-73  OUTAGE END - EXPECTED RESTORE    *
      *                               (YYYY-MM-DD-HH.MM.SS)            *
      *                   COLS 75-100 DESCRIPTION                      *
      *                   COLS 101-112 CHANGE TICKET (REQUIRED)        *
      *                   COLS 113-124 EMERGENCY CHANGE NUMBER         *
      *                               (REQUIRED DURING A CHANGE        *
      *                               FREEZE)                          *
      *                                                                *
      *                F5748CGT REFUSES A CARD WITHOUT A TICKET, OR    *
      *                ONE WITHOUT AN EMERGENCY CHANGE NUMBER WHILE A  *
      *                T_UIS_CHANGE_FREEZE PERIOD IS IN FORCE (RETURN  *
      *                CODE 8), AND RECORDS EVERY REFUSED OR APPLIED   *
      *                CARD ON T_UIS_CHANGE_AUDIT.                     *
      *                LIST CHANGES NOTHING AND NEEDS NO TICKET.       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_SRV_DEPEND (READ/INSERT/DELETE)           *
      *                T_UIS_DEP_OUTAGE (READ/INSERT/UPDATE)           *
      *                T_UIS_SRV_FN_PGM (READ)                         *
      *                T_UIS_CHANGE_FREEZE (READ, VIA F5748CGT)        *
      *                T_UIS_CHANGE_AUDIT (INSERT, VIA F5748CGT)       *
      *                                                                *
      *  RETURN CODE:  0 = DONE, 4 = OUTAGE DECLARED ON A DEPENDENCY NO*
      *                FUNCTION IS REGISTERED AGAINST, 8 = CARD        *
      *                REJECTED, 16 = DB2 FAILURE                      *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748DPM'.
           05  WS-CHANGE-GATE-PGM           PIC X(08) VALUE 'F5748CGT'.
      * NO OUTAGE MAY RUN LONGER THAN THIS - LIKE F5748MWM'S WINDOWS,
      * AN OUTAGE THAT IS FORGOTTEN MUST NOT KEEP FUNCTIONS REFUSED.
           05  WS-MAX-OUTAGE-HOURS          PIC S9(09) USAGE COMP
                                                        VALUE 72.

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION               PIC X(07) VALUE SPACES.
               88  WS-ACTION-ADD                      VALUE 'ADD'.
               88  WS-ACTION-DELETE                   VALUE 'DELETE'.
               88  WS-ACTION-OUTAGE                   VALUE 'OUTAGE'.
               88  WS-ACTION-RESTORE                  VALUE 'RESTORE'.
               88  WS-ACTION-LIST                     VALUE 'LIST'.
               88  WS-ACTION-IS-CHANGE
                                   VALUE 'ADD' 'DELETE'
                                         'OUTAGE' 'RESTORE'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-SRV-FN-CD            PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-DEP-TYPE             PIC X(01) VALUE SPACE.
               88  WS-DEP-TYPE-IS-SEGMENT             VALUE 'S'.
               88  WS-DEP-TYPE-IS-VALID               VALUE 'S' 'T' 'P'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-DEP-NAME             PIC X(18) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-START-TS             PIC X(19) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-END-TS               PIC X(19) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-CARD-DSCR                 PIC X(26) VALUE SPACES.
           05  WS-CARD-TICKET-NUM           PIC X(12) VALUE SPACES.
           05  WS-CARD-EMERG-CHG-NUM        PIC X(12) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-START-TS                  PIC X(26) VALUE SPACES.
           05  WS-END-TS                    PIC X(26) VALUE SPACES.
           05  WS-OUTAGE-OK-IND             PIC X(01) VALUE 'N'.
           05  WS-DEP-DSCR                  PIC X(30) VALUE SPACES.
           05  WS-FN-PGM-NM                 PIC X(08) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-LIST-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-RESTORED-COUNT            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DEPENDENT-COUNT           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-CHANGE-APPLIED-SW         PIC X(01) VALUE 'N'.
               88  WS-CHANGE-WAS-APPLIED              VALUE 'Y'.

      * CHANGE-CONTROL GATE - SEE 1500 AND 8500.
       01  CGT-CALL-AREA.
           COPY F5748CGA REPLACING ==:FD:== BY ==CGT==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_SRV_DEPEND
           EXEC SQL INCLUDE F5748SDP     END-EXEC.

      * DCLGEN FOR T_UIS_DEP_OUTAGE
           EXEC SQL INCLUDE F5748DOU     END-EXEC.

           EXEC SQL
                DECLARE DEPEND-CSR CURSOR FOR
                SELECT SDP_SRV_FN_CD, SDP_DEP_TYPE, SDP_DEP_NAME,
                       SDP_DSCR,      SDP_ADD_USERID
                  FROM T_UIS_SRV_DEPEND
                 WHERE :WS-CARD-SRV-FN-CD = ' '
                    OR SDP_SRV_FN_CD = :WS-CARD-SRV-FN-CD
                 ORDER BY SDP_SRV_FN_CD, SDP_DEP_TYPE, SDP_DEP_NAME
           END-EXEC.

           EXEC SQL
                DECLARE OUTAGE-CSR CURSOR FOR
                SELECT DOU_DEP_TYPE, DOU_DEP_NAME, DOU_START_TS,
                       DOU_END_TS,   DOU_DSCR,     DOU_SET_BY
                  FROM T_UIS_DEP_OUTAGE
                 WHERE DOU_END_TS > CURRENT TIMESTAMP
                 ORDER BY DOU_START_TS
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748DPM WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           ACCEPT WS-CONTROL-CARD            FROM SYSIN.

           DISPLAY 'F5748DPM - ACTION=' WS-CARD-ACTION
                    ' FUNCTION=' WS-CARD-SRV-FN-CD
                    ' DEPENDENCY=' WS-CARD-DEP-TYPE ' ' WS-CARD-DEP-NAME
                    ' TICKET=' WS-CARD-TICKET-NUM.

           IF WS-ACTION-IS-CHANGE
               PERFORM 1500-CHECK-CHANGE-CONTROL
                  THRU 1500-EXIT
               IF CGT-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2000-ADD-DEPENDENCY
                      THRU 2000-EXIT
               WHEN WS-ACTION-DELETE
                   PERFORM 2500-DELETE-DEPENDENCY
                      THRU 2500-EXIT
               WHEN WS-ACTION-OUTAGE
                   PERFORM 3000-DECLARE-OUTAGE
                      THRU 3000-EXIT
               WHEN WS-ACTION-RESTORE
                   PERFORM 3500-RESTORE-DEPENDENCY
                      THRU 3500-EXIT
               WHEN WS-ACTION-LIST
                   PERFORM 4000-LIST-REGISTRY
                      THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748DPM - ACTION MUST BE ADD, DELETE, '
                           'OUTAGE, RESTORE, OR LIST'
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.

           PERFORM 8500-LOG-CHANGE-CONTROL
              THRU 8500-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1500-CHECK-CHANGE-CONTROL                     *
      * EVERY ACTION BUT LIST IS A CHANGE. F5748CGT REFUSES THE CARD   *
      * IF IT HAS NO CHANGE TICKET, OR NO EMERGENCY CHANGE NUMBER      *
      * DURING A CHANGE FREEZE, AND RECORDS THE REFUSAL ITSELF.        *
      ******************************************************************
       1500-CHECK-CHANGE-CONTROL.

           INITIALIZE CGT-CALL-AREA.
           SET CGT-FUNCTION-IS-EDIT         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CGT-UTILITY-PGM.
           MOVE WS-CARD-ACTION              TO CGT-ACTION.
           MOVE SPACES                      TO CGT-OBJECT-KEY.
           IF WS-ACTION-ADD OR WS-ACTION-DELETE
               STRING WS-CARD-SRV-FN-CD ' ' WS-CARD-DEP-TYPE ' '
                      WS-CARD-DEP-NAME
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           ELSE
               STRING WS-CARD-DEP-TYPE ' ' WS-CARD-DEP-NAME
                      DELIMITED BY SIZE
                      INTO CGT-OBJECT-KEY
           END-IF.
           MOVE WS-CARD-TICKET-NUM          TO CGT-TICKET-NUM.
           MOVE WS-CARD-EMERG-CHG-NUM       TO CGT-EMERG-CHG-NUM.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-MESSAGE NOT = SPACES
               DISPLAY 'F5748DPM - ' CGT-MESSAGE
           END-IF.

           IF CGT-RETURN-CODE NOT = 0
               IF CGT-RETURN-CODE = 12
                   DISPLAY 'F5748DPM - CHANGE GATE DB2 FAILURE '
                           'SQLCODE=' CGT-SQLCODE
               END-IF
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1600-EDIT-DEPENDENCY                        *
      * THE TYPE AND NAME EVERY CHANGE ACTION NEEDS. A SEGMENT IS ITS  *
      * ONE-BYTE SEGMENT ID, AS T_UIS_SEG_STATUS KEYS IT.              *
      ******************************************************************
       1600-EDIT-DEPENDENCY.

           MOVE 'Y'                          TO WS-EDITS-PASSED-SW.

           IF NOT WS-DEP-TYPE-IS-VALID
               DISPLAY 'F5748DPM - DEPENDENCY TYPE MUST BE S '
                       '(SEGMENT), T (TABLE), OR P (PROGRAM)'
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               MOVE 8                        TO RETURN-CODE
               GO TO 1600-EXIT
           END-IF.

           IF WS-CARD-DEP-NAME = SPACES
               DISPLAY 'F5748DPM - DEPENDENCY NAME IS REQUIRED'
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               MOVE 8                        TO RETURN-CODE
               GO TO 1600-EXIT
           END-IF.

           IF WS-DEP-TYPE-IS-SEGMENT
            AND WS-CARD-DEP-NAME(2:17) NOT = SPACES
               DISPLAY 'F5748DPM - A SEGMENT DEPENDENCY IS NAMED BY '
                       'ITS ONE-BYTE SEGMENT ID'
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       1600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-ADD-DEPENDENCY                        *
      * THE FUNCTION MUST BE ONE T_UIS_SRV_FN_PGM KNOWS, SO A MISKEYED *
      * CODE CANNOT SIT IN THE REGISTRY PROTECTING NOTHING.            *
      ******************************************************************
       2000-ADD-DEPENDENCY.

           IF WS-CARD-SRV-FN-CD = SPACES
               DISPLAY 'F5748DPM - ADD REQUIRES THE FUNCTION CODE'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 1600-EDIT-DEPENDENCY
              THRU 1600-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                SELECT UIS_SRV_PGM_NM
                  INTO :WS-FN-PGM-NM
                  FROM T_UIS_SRV_FN_PGM
                 WHERE UIS_SRV_FN_CD = :WS-CARD-SRV-FN-CD
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'F5748DPM - FUNCTION ' WS-CARD-SRV-FN-CD
                       ' IS NOT ON T_UIS_SRV_FN_PGM'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DPM - FUNCTION LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 16                       TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-CARD-DSCR                 TO WS-DEP-DSCR.

           EXEC SQL
                INSERT INTO T_UIS_SRV_DEPEND
                       ( SDP_SRV_FN_CD
                       , SDP_DEP_TYPE
                       , SDP_DEP_NAME
                       , SDP_DSCR
                       , SDP_ADD_USERID
                       , SDP_ADD_TS )
                VALUES ( :WS-CARD-SRV-FN-CD
                       , :WS-CARD-DEP-TYPE
                       , :WS-CARD-DEP-NAME
                       , :WS-DEP-DSCR
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'F5748DPM - ' WS-CARD-SRV-FN-CD
                           ' NOW DEPENDS ON ' WS-CARD-DEP-TYPE ' '
                           WS-CARD-DEP-NAME
               WHEN SQLCODE = -803
                   DISPLAY 'F5748DPM - ' WS-CARD-SRV-FN-CD
                           ' ALREADY DEPENDS ON ' WS-CARD-DEP-TYPE ' '
                           WS-CARD-DEP-NAME
                   MOVE 8                    TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'F5748DPM - DEPENDENCY INSERT FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 16                   TO RETURN-CODE
           END-EVALUATE.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2500-DELETE-DEPENDENCY                      *
      ******************************************************************
       2500-DELETE-DEPENDENCY.

           IF WS-CARD-SRV-FN-CD = SPACES
               DISPLAY 'F5748DPM - DELETE REQUIRES THE FUNCTION CODE'
               MOVE 8                        TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.

           PERFORM 1600-EDIT-DEPENDENCY
              THRU 1600-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM T_UIS_SRV_DEPEND
                 WHERE SDP_SRV_FN_CD = :WS-CARD-SRV-FN-CD
                   AND SDP_DEP_TYPE  = :WS-CARD-DEP-TYPE
                   AND SDP_DEP_NAME  = :WS-CARD-DEP-NAME
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
                   DISPLAY 'F5748DPM - ' WS-CARD-SRV-FN-CD
                           ' NO LONGER DEPENDS ON ' WS-CARD-DEP-TYPE
                           ' ' WS-CARD-DEP-NAME
               WHEN SQLCODE = 100
                   DISPLAY 'F5748DPM - DELETE FAILED, '
                           WS-CARD-SRV-FN-CD ' IS NOT REGISTERED '
                           'AGAINST ' WS-CARD-DEP-TYPE ' '
                           WS-CARD-DEP-NAME
                   MOVE 8                    TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'F5748DPM - DEPENDENCY DELETE FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 16                   TO RETURN-CODE
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-DECLARE-OUTAGE                        *
      * THE END IS MANDATORY, MUST FOLLOW THE START AND NOW, AND MAY   *
      * NOT BE MORE THAN WS-MAX-OUTAGE-HOURS AFTER THE START - DB2     *
      * JUDGES THE TIMESTAMPS (AND THEIR VALIDITY).                    *
      ******************************************************************
       3000-DECLARE-OUTAGE.

           PERFORM 1600-EDIT-DEPENDENCY
              THRU 1600-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 3000-EXIT
           END-IF.

           IF WS-CARD-END-TS = SPACES
               DISPLAY 'F5748DPM - OUTAGE REQUIRES THE END (EXPECTED '
                       'RESTORE) TIME'
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                       TO WS-START-TS WS-END-TS.
           IF WS-CARD-START-TS = SPACES
               EXEC SQL
                    SET :WS-START-TS = CHAR(CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               STRING WS-CARD-START-TS '.000000'
                      DELIMITED BY SIZE INTO WS-START-TS
           END-IF.
           STRING WS-CARD-END-TS '.000000'
                  DELIMITED BY SIZE INTO WS-END-TS.

           EXEC SQL
                SELECT CASE
                       WHEN TIMESTAMP(:WS-END-TS) >
                            TIMESTAMP(:WS-START-TS)
                        AND TIMESTAMP(:WS-END-TS) > CURRENT TIMESTAMP
                        AND TIMESTAMP(:WS-END-TS) <=
                            TIMESTAMP(:WS-START-TS)
                            + :WS-MAX-OUTAGE-HOURS HOURS
                       THEN 'Y' ELSE 'N' END
                  INTO :WS-OUTAGE-OK-IND
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DPM - START/END ARE NOT VALID '
                       'TIMESTAMPS (YYYY-MM-DD-HH.MM.SS)'
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           IF WS-OUTAGE-OK-IND NOT = 'Y'
               DISPLAY 'F5748DPM - END MUST FOLLOW START AND NOW, AND '
                       'THE OUTAGE MAY NOT EXCEED ' WS-MAX-OUTAGE-HOURS
                       ' HOURS'
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CARD-DSCR                 TO WS-DEP-DSCR.

           EXEC SQL
                INSERT INTO T_UIS_DEP_OUTAGE
                       ( DOU_DEP_TYPE
                       , DOU_DEP_NAME
                       , DOU_START_TS
                       , DOU_END_TS
                       , DOU_DSCR
                       , DOU_SET_BY
                       , DOU_SET_TS )
                VALUES ( :WS-CARD-DEP-TYPE
                       , :WS-CARD-DEP-NAME
                       , TIMESTAMP(:WS-START-TS)
                       , TIMESTAMP(:WS-END-TS)
                       , :WS-DEP-DSCR
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DPM - OUTAGE INSERT FAILED SQLCODE='
                        SQLCODE
               MOVE 16                       TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           SET WS-CHANGE-WAS-APPLIED         TO TRUE.
           DISPLAY 'F5748DPM - OUTAGE DECLARED FOR '
                    WS-CARD-DEP-TYPE ' ' WS-CARD-DEP-NAME
                   ' FROM ' WS-START-TS(1:19)
                   ' TO ' WS-CARD-END-TS.

           PERFORM 3100-COUNT-DEPENDENTS
              THRU 3100-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-COUNT-DEPENDENTS                       *
      * AN OUTAGE NO FUNCTION IS REGISTERED AGAINST PROTECTS NOTHING - *
      * USUALLY A MISKEYED NAME OR A MISSING REGISTRY ROW. IT STANDS,  *
      * BUT THE RUN ENDS WITH A WARNING.                               *
      ******************************************************************
       3100-COUNT-DEPENDENTS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DEPENDENT-COUNT
                  FROM T_UIS_SRV_DEPEND
                 WHERE SDP_DEP_TYPE = :WS-CARD-DEP-TYPE
                   AND SDP_DEP_NAME = :WS-CARD-DEP-NAME
           END-EXEC.

           IF SQLCODE = 0 AND WS-DEPENDENT-COUNT = 0
               DISPLAY 'F5748DPM - WARNING: NO FUNCTION IS REGISTERED '
                       'AS DEPENDING ON ' WS-CARD-DEP-TYPE ' '
                       WS-CARD-DEP-NAME ' - NOTHING WILL BE REFUSED'
               MOVE 4                        TO RETURN-CODE
           ELSE
               DISPLAY 'F5748DPM - ' WS-DEPENDENT-COUNT
                       ' FUNCTION(S) DEPEND ON IT - SEE F5748DIR'
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3500-RESTORE-DEPENDENCY                      *
      * ENDS THE DEPENDENCY'S CURRENT AND FUTURE OUTAGES NOW - THE     *
      * ROWS STAY AS HISTORY OF WHAT WAS DECLARED.                     *
      ******************************************************************
       3500-RESTORE-DEPENDENCY.

           PERFORM 1600-EDIT-DEPENDENCY
              THRU 1600-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 3500-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_DEP_OUTAGE
                   SET DOU_END_TS   = CURRENT TIMESTAMP
                 WHERE DOU_DEP_TYPE = :WS-CARD-DEP-TYPE
                   AND DOU_DEP_NAME = :WS-CARD-DEP-NAME
                   AND DOU_END_TS   > CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3)               TO WS-RESTORED-COUNT
               IF SQLCODE = 0
                   SET WS-CHANGE-WAS-APPLIED TO TRUE
               END-IF
               DISPLAY 'F5748DPM - ' WS-RESTORED-COUNT
                       ' OUTAGE(S) ENDED FOR ' WS-CARD-DEP-TYPE ' '
                       WS-CARD-DEP-NAME
           ELSE
               DISPLAY 'F5748DPM - RESTORE FAILED SQLCODE=' SQLCODE
               MOVE 16                       TO RETURN-CODE
           END-IF.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-LIST-REGISTRY                        *
      ******************************************************************
       4000-LIST-REGISTRY.

           DISPLAY ' '.
           IF WS-CARD-SRV-FN-CD = SPACES
               DISPLAY 'F5748DPM - DEPENDENCY REGISTRY, ALL FUNCTIONS'
           ELSE
               DISPLAY 'F5748DPM - DEPENDENCY REGISTRY FOR '
                        WS-CARD-SRV-FN-CD
           END-IF.

           EXEC SQL
                OPEN DEPEND-CSR
           END-EXEC.

           PERFORM 4100-LIST-ONE-DEPENDENCY
              THRU 4100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE DEPEND-CSR
           END-EXEC.

           IF WS-LIST-COUNT = ZEROES
               DISPLAY 'F5748DPM - NO DEPENDENCIES REGISTERED'
           END-IF.

           DISPLAY ' '.
           DISPLAY 'F5748DPM - CURRENT AND FUTURE OUTAGES'.

           MOVE ZEROES                       TO WS-LIST-COUNT.
           MOVE 'N'                          TO WS-EOF-SW.

           EXEC SQL
                OPEN OUTAGE-CSR
           END-EXEC.

           PERFORM 4200-LIST-ONE-OUTAGE
              THRU 4200-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE OUTAGE-CSR
           END-EXEC.

           IF WS-LIST-COUNT = ZEROES
               DISPLAY 'F5748DPM - NO OUTAGES DECLARED'
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4100-LIST-ONE-DEPENDENCY                     *
      ******************************************************************
       4100-LIST-ONE-DEPENDENCY.

           EXEC SQL
                FETCH DEPEND-CSR
                INTO  :SDP-SRV-FN-CD, :SDP-DEP-TYPE, :SDP-DEP-NAME,
                      :SDP-DSCR,      :SDP-ADD-USERID
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748DPM - LIST FETCH FAILED SQLCODE='
                            SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
           ELSE
               ADD 1                         TO WS-LIST-COUNT
               DISPLAY '  FUNCTION=' SDP-SRV-FN-CD
                        ' TYPE=' SDP-DEP-TYPE
                        ' NAME=' SDP-DEP-NAME
                        ' BY ' SDP-ADD-USERID
                        '  ' SDP-DSCR
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4200-LIST-ONE-OUTAGE                       *
      ******************************************************************
       4200-LIST-ONE-OUTAGE.

           EXEC SQL
                FETCH OUTAGE-CSR
                INTO  :DOU-DEP-TYPE, :DOU-DEP-NAME, :DOU-START-TS,
                      :DOU-END-TS,   :DOU-DSCR,     :DOU-SET-BY
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748DPM - LIST FETCH FAILED SQLCODE='
                            SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
           ELSE
               ADD 1                         TO WS-LIST-COUNT
               DISPLAY '  ' DOU-DEP-TYPE ' ' DOU-DEP-NAME
                        ' FROM ' DOU-START-TS(1:19)
                        ' TO ' DOU-END-TS(1:19)
                        ' BY ' DOU-SET-BY
               DISPLAY '    ' DOU-DSCR
           END-IF.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8500-LOG-CHANGE-CONTROL                      *
      * RECORDS THE APPLIED CHANGE ON T_UIS_CHANGE_AUDIT THROUGH       *
      * F5748CGT, UNDER THE TICKET AND ANY FREEZE THE EDIT RETURNED.   *
      * A CARD THAT CHANGED NOTHING IS NOT RECORDED.                   *
      ******************************************************************
       8500-LOG-CHANGE-CONTROL.

           IF NOT WS-CHANGE-WAS-APPLIED
               GO TO 8500-EXIT
           END-IF.

           SET CGT-FUNCTION-IS-LOG          TO TRUE.

           CALL WS-CHANGE-GATE-PGM USING CGT-CALL-AREA.

           IF CGT-RETURN-CODE NOT = 0
               DISPLAY 'F5748DPM - CHANGE APPLIED BUT NOT RECORDED ON '
                       'T_UIS_CHANGE_AUDIT SQLCODE=' CGT-SQLCODE
               MOVE 4                       TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.

       END PROGRAM F5748DPM.
