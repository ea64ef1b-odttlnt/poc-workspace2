      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748SOD.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748SOD:     SEGREGATION-OF-DUTIES CONFLICT REPORT           *
      *                                                                *
      *  FUNCTION:     EACH DUAL-CONTROL WORKFLOW ONLY CHECKS ITS OWN  *
      *                PAIR - NOTHING LOOKED ACROSS THEM. THIS WEEKLY  *
      *                REPORT GATHERS EVERY APPROVAL IN THE LOOKBACK   *
      *                WINDOW FROM ALL OF THEM AS (REQUESTER,          *
      *                APPROVER) EVENTS:                               *
      *                                                                *
      *                  CALR - F5748ACM CALLER ONBOARDING             *
      *                  PRIC - PRDPRICE PRICE APPROVAL (STAGED AND    *
      *                         ALREADY APPLIED BY PRDPACT)            *
      *                  UNDO - UNDOAPPR ON T_UIS_UNDO_PENDING         *
      *                  BRKG - F5748BGM GRANT (REQUESTER = THE ID     *
      *                         GIVEN THE GRANT)                       *
      *                  BGRV - F5748BGM MORNING ACK OF A GRANT        *
      *                         (REQUESTER = THE GRANTING SUPERVISOR)  *
      *                  OPER - DATCMDM OPERATOR AUTHORITY CHANGE      *
      *                         (REQUESTER = THE OPERATOR CHANGED)     *
      *                                                                *
      *                AND REPORTS, EACH WITH THE UNDERLYING ROWS:     *
      *                                                                *
      *                1. RACF IDS THAT BOTH REQUEST AND APPROVE,      *
      *                   IN ANY COMBINATION OF WORKFLOWS.             *
      *                2. RECIPROCAL PAIRS - A APPROVED B'S WORK AND   *
      *                   B APPROVED A'S.                              *
      *                3. APPROVERS WHO ARE HEAVY USERS OF WHAT THEY   *
      *                   APPROVED - THE APPROVER'S OWN REQUESTS       *
      *                   THROUGH A CALLER THEY ONBOARDED SINCE THE    *
      *                   APPROVAL, LIVE AND ARCHIVED LOG.             *
      *                4. APPROVALS GRANTED WITHIN MINUTES OF THE      *
      *                   REQUEST. BRKG, OPER, AND APPLIED PRIC ROWS   *
      *                   CARRY NO SEPARATE REQUEST TIME AND ARE NOT   *
      *                   TESTED.                                      *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - LOOKBACK DAYS   (01-03, ZERO-FILL,   *
      *                                            0 = DEFAULT 90)     *
      *                           QUICK MINUTES   (05-07, ZERO-FILL,   *
      *                                            0 = DEFAULT 10)     *
      *                           HEAVY-USE CALLS (09-15, ZERO-FILL,   *
      *                                            0 = DEFAULT 100)    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_APPRVD_CALLER (READ)                      *
      *                Q.PRODPRICE_PEND (READ)                         *
      *                Q.PRODPRICE_HIST (READ)                         *
      *                T_UIS_UNDO_PENDING (READ)                       *
      *                T_UIS_BREAK_GLASS (READ)                        *
      *                T_DAT0_CMD_AUDIT (READ)                         *
      *                T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
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

      ******************************************************************
      *                                                                *
      *         VARIABLE DATA AREA                                     *
      *                                                                *
      ******************************************************************
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748SOD'.
           05  WS-DEFAULT-LOOKBACK          PIC 9(03) VALUE 90.
           05  WS-DEFAULT-QUICK-MIN         PIC 9(03) VALUE 10.
           05  WS-DEFAULT-HEAVY-USE         PIC 9(07) VALUE 100.
           05  WS-MAX-EVENTS                PIC 9(05) VALUE 2000.
           05  WS-MAX-SEEN-IDS              PIC 9(05) VALUE 500.

       01  WS-PARM-CARD.
           05  WS-PARM-LOOKBACK             PIC 9(03) VALUE ZEROES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-QUICK-MIN            PIC 9(03) VALUE ZEROES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-HEAVY-USE            PIC 9(07) VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-LOOKBACK-DAYS             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-QUICK-MINUTES             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-HEAVY-USE-CALLS           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-EVT-SUB                   PIC 9(05) VALUE ZEROES.
           05  WS-EVT-SUB2                  PIC 9(05) VALUE ZEROES.
           05  WS-SEEN-SUB                  PIC 9(05) VALUE ZEROES.
           05  WS-PRINT-SUB                 PIC 9(05) VALUE ZEROES.
           05  WS-CHECK-ID                  PIC X(08) VALUE SPACES.
           05  WS-ID-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ID-FOUND                        VALUE 'Y'.
           05  WS-BOTH-ROLES-SW             PIC X(01) VALUE 'N'.
               88  WS-ID-HAS-BOTH-ROLES               VALUE 'Y'.
      * HOST VARIABLES FOR THE HEAVY-USE LOOKUP
           05  WS-HU-RACF-ID                PIC X(08) VALUE SPACES.
           05  WS-HU-SRC-APP                PIC X(10) VALUE SPACES.
           05  WS-HU-SINCE-TS               PIC X(26) VALUE SPACES.
           05  WS-HU-LIVE-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-HU-ARCH-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-HU-TOTAL                  PIC 9(07) VALUE ZEROES.
           05  WS-MINUTES-DSP               PIC Z(06)9.

      * ONE EVENT AS FETCHED FROM EVENT-CSR
       01  WS-EVENT-ROW.
           05  WS-ER-WORKFLOW               PIC X(04).
           05  WS-ER-ITEM                   PIC X(30).
           05  WS-ER-REQUESTER              PIC X(08).
           05  WS-ER-REQ-TS                 PIC X(26).
           05  WS-ER-APPROVER               PIC X(08).
           05  WS-ER-APPR-TS                PIC X(26).
           05  WS-ER-MINUTES                PIC S9(09) USAGE COMP.

       01  WS-COUNTER-AREA.
           05  WS-EVENTS-READ               PIC 9(05) VALUE ZEROES.
           05  WS-EVENTS-DROPPED            PIC 9(05) VALUE ZEROES.
           05  WS-DUAL-ROLE-IDS             PIC 9(05) VALUE ZEROES.
           05  WS-RECIPROCAL-PAIRS          PIC 9(05) VALUE ZEROES.
           05  WS-HEAVY-USERS               PIC 9(05) VALUE ZEROES.
           05  WS-QUICK-APPROVALS           PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      ******************************************************************
      *          EVENT TABLE - EVERY APPROVAL IN THE WINDOW, LOADED    *
      *          ONCE AND WALKED BY EACH FINDING IN TURN.              *
      ******************************************************************
       01  WS-EVENT-AREA.
           05  WS-EVENT-COUNT               PIC 9(05) VALUE ZEROES.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-WORKFLOW          PIC X(04).
                   88  WS-EVT-IS-CALLER               VALUE 'CALR'.
               10  WS-EVT-ITEM              PIC X(30).
               10  WS-EVT-REQUESTER         PIC X(08).
               10  WS-EVT-REQ-TS            PIC X(26).
               10  WS-EVT-APPROVER          PIC X(08).
               10  WS-EVT-APPR-TS           PIC X(26).
               10  WS-EVT-MINUTES           PIC S9(09) USAGE COMP.

      * APPROVERS ALREADY TESTED FOR FINDING 1 - EACH ID IS LISTED ONCE
       01  WS-SEEN-AREA.
           05  WS-SEEN-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-SEEN-ID                   PIC X(08) OCCURS 500 TIMES.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * EVERY APPROVAL IN THE WINDOW ACROSS THE DUAL-CONTROL WORKFLOWS.
      * -1 MINUTES MARKS A ROW WITH NO SEPARATE REQUEST TIME.
           EXEC SQL
                DECLARE EVENT-CSR CURSOR FOR
                SELECT 'CALR', SRC_APP_NM,
                       SAC_RQST_USERID, CHAR(SAC_RQST_TS),
                       SAC_APPRV_USERID, CHAR(SAC_APPRV_TS),
                       TIMESTAMPDIFF(4, CHAR(
                           SAC_APPRV_TS - SAC_RQST_TS))
                  FROM T_UIS_APPRVD_CALLER
                 WHERE SAC_APPRV_USERID <> ' '
                   AND SAC_APPRV_TS >= CURRENT TIMESTAMP
                                     - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'PRIC',
                       CHAR(PEND_PRODNUM) CONCAT ' '
                           CONCAT CHAR(PEND_EFF_DATE, ISO),
                       PEND_LOADED_BY, CHAR(PEND_LOADED_TS),
                       PEND_APPROVED_BY, CHAR(PEND_APPROVED_TS),
                       TIMESTAMPDIFF(4, CHAR(
                           PEND_APPROVED_TS - PEND_LOADED_TS))
                  FROM Q.PRODPRICE_PEND
                 WHERE PEND_STATUS = 'A'
                   AND PEND_APPROVED_TS >= CURRENT TIMESTAMP
                                         - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'PRIC',
                       CHAR(HIST_PRODNUM) CONCAT ' '
                           CONCAT CHAR(HIST_EFF_DATE, ISO),
                       HIST_LOADED_BY, CHAR(HIST_APPLIED_TS),
                       HIST_APPROVED_BY, CHAR(HIST_APPLIED_TS),
                       -1
                  FROM Q.PRODPRICE_HIST
                 WHERE HIST_APPROVED_BY <> ' '
                   AND HIST_APPLIED_TS >= CURRENT TIMESTAMP
                                        - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'UNDO', SUBSTR(UNP_UNDO_LOG_ID, 1, 30),
                       UNP_REQUESTED_BY, CHAR(UNP_REQUEST_TS),
                       UNP_REVIEWED_BY, CHAR(UNP_REVIEWED_TS),
                       TIMESTAMPDIFF(4, CHAR(
                           UNP_REVIEWED_TS - UNP_REQUEST_TS))
                  FROM T_UIS_UNDO_PENDING
                 WHERE UNP_STATUS IN ('A', 'X')
                   AND UNP_REVIEWED_TS >= CURRENT TIMESTAMP
                                        - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'BRKG',
                       'TYPE ' CONCAT BGL_GRANT_TYPE CONCAT ' SEG '
                           CONCAT BGL_SEG_ID,
                       BGL_RACF_ID, CHAR(BGL_GRANT_TS),
                       BGL_GRANTED_BY, CHAR(BGL_GRANT_TS),
                       -1
                  FROM T_UIS_BREAK_GLASS
                 WHERE BGL_GRANT_TS >= CURRENT TIMESTAMP
                                     - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'BGRV',
                       'GRANT TO ' CONCAT BGL_RACF_ID,
                       BGL_GRANTED_BY, CHAR(BGL_GRANT_TS),
                       BGL_REVIEWED_BY, CHAR(BGL_REVIEWED_TS),
                       TIMESTAMPDIFF(4, CHAR(
                           BGL_REVIEWED_TS - BGL_GRANT_TS))
                  FROM T_UIS_BREAK_GLASS
                 WHERE BGL_REVIEW_STATUS = 'A'
                   AND BGL_REVIEWED_TS >= CURRENT TIMESTAMP
                                        - :WS-LOOKBACK-DAYS DAYS
                UNION ALL
                SELECT 'OPER',
                       CMA_CHANGE_TYPE CONCAT ' AUTHORITY',
                       CMA_KEY, CHAR(CMA_CHANGE_TS),
                       CMA_CHANGE_USERID, CHAR(CMA_CHANGE_TS),
                       -1
                  FROM T_DAT0_CMD_AUDIT
                 WHERE CMA_TARGET = 'O'
                   AND CMA_CHANGE_TS >= CURRENT TIMESTAMP
                                      - :WS-LOOKBACK-DAYS DAYS
                 ORDER BY 6
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748SOD WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-LOAD-EVENTS
              THRU 2000-EXIT.

           IF RETURN-CODE > 4
               GOBACK
           END-IF.

           PERFORM 3000-DUAL-ROLE-IDS
              THRU 3000-EXIT.

           PERFORM 4000-RECIPROCAL-PAIRS
              THRU 4000-EXIT.

           PERFORM 5000-HEAVY-USE-APPROVERS
              THRU 5000-EXIT.

           PERFORM 6000-QUICK-APPROVALS
              THRU 6000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-LOOKBACK NOT NUMERIC
            OR WS-PARM-LOOKBACK = ZEROES
               MOVE WS-DEFAULT-LOOKBACK      TO WS-PARM-LOOKBACK
           END-IF.
           IF WS-PARM-QUICK-MIN NOT NUMERIC
            OR WS-PARM-QUICK-MIN = ZEROES
               MOVE WS-DEFAULT-QUICK-MIN     TO WS-PARM-QUICK-MIN
           END-IF.
           IF WS-PARM-HEAVY-USE NOT NUMERIC
            OR WS-PARM-HEAVY-USE = ZEROES
               MOVE WS-DEFAULT-HEAVY-USE     TO WS-PARM-HEAVY-USE
           END-IF.

           MOVE WS-PARM-LOOKBACK             TO WS-LOOKBACK-DAYS.
           MOVE WS-PARM-QUICK-MIN            TO WS-QUICK-MINUTES.
           MOVE WS-PARM-HEAVY-USE            TO WS-HEAVY-USE-CALLS.

           DISPLAY 'F5748SOD - SEGREGATION-OF-DUTIES CONFLICT REPORT'.
           DISPLAY 'F5748SOD - LOOKBACK DAYS=' WS-PARM-LOOKBACK
                   ' QUICK MINUTES=' WS-PARM-QUICK-MIN
                   ' HEAVY-USE CALLS=' WS-PARM-HEAVY-USE.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-LOAD-EVENTS                          *
      ******************************************************************
       2000-LOAD-EVENTS.

           EXEC SQL
                OPEN EVENT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748SOD - EVENT CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 2100-LOAD-ONE-EVENT
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE EVENT-CSR
           END-EXEC.

           IF WS-EVENTS-DROPPED > ZEROES
               DISPLAY 'F5748SOD - EVENT TABLE FULL, ' WS-EVENTS-DROPPED
                       ' LATEST EVENTS NOT EXAMINED - SHORTEN THE '
                       'LOOKBACK'
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-LOAD-ONE-EVENT                        *
      ******************************************************************
       2100-LOAD-ONE-EVENT.

           EXEC SQL
                FETCH EVENT-CSR
                INTO  :WS-ER-WORKFLOW, :WS-ER-ITEM,
                      :WS-ER-REQUESTER, :WS-ER-REQ-TS,
                      :WS-ER-APPROVER, :WS-ER-APPR-TS,
                      :WS-ER-MINUTES
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748SOD - EVENT FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-EVENTS-READ.

           IF WS-EVENT-COUNT >= WS-MAX-EVENTS
               ADD 1                         TO WS-EVENTS-DROPPED
               GO TO 2100-EXIT
           END-IF.

           ADD 1                             TO WS-EVENT-COUNT.
           MOVE WS-EVENT-ROW
             TO WS-EVENT-ENTRY(WS-EVENT-COUNT).
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-DUAL-ROLE-IDS                         *
      * FINDING 1 - TAKE EACH DISTINCT APPROVER AND LOOK FOR THE SAME  *
      * ID ON THE REQUESTING SIDE OF ANY EVENT.                        *
      ******************************************************************
       3000-DUAL-ROLE-IDS.

           DISPLAY ' '.
           DISPLAY '1. RACF IDS THAT BOTH REQUEST AND APPROVE'.
           DISPLAY 'FLOW ITEM                           REQUESTER '
                   'REQUESTED           APPROVER  APPROVED'.

           PERFORM 3100-CHECK-ONE-APPROVER
              THRU 3100-EXIT
              VARYING WS-EVT-SUB FROM 1 BY 1
                UNTIL WS-EVT-SUB > WS-EVENT-COUNT.

           IF WS-DUAL-ROLE-IDS = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3100-CHECK-ONE-APPROVER                      *
      ******************************************************************
       3100-CHECK-ONE-APPROVER.

           MOVE WS-EVT-APPROVER(WS-EVT-SUB)  TO WS-CHECK-ID.

           MOVE 'N'                          TO WS-ID-FOUND-SW.
           PERFORM 3110-CHECK-SEEN
              THRU 3110-EXIT
              VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   OR WS-ID-FOUND.

           IF WS-ID-FOUND
               GO TO 3100-EXIT
           END-IF.

           IF WS-SEEN-COUNT < WS-MAX-SEEN-IDS
               ADD 1                         TO WS-SEEN-COUNT
               MOVE WS-CHECK-ID
                 TO WS-SEEN-ID(WS-SEEN-COUNT)
           END-IF.

           MOVE 'N'                          TO WS-BOTH-ROLES-SW.
           PERFORM 3120-CHECK-REQUESTER
              THRU 3120-EXIT
              VARYING WS-EVT-SUB2 FROM 1 BY 1
                UNTIL WS-EVT-SUB2 > WS-EVENT-COUNT
                   OR WS-ID-HAS-BOTH-ROLES.

           IF NOT WS-ID-HAS-BOTH-ROLES
               GO TO 3100-EXIT
           END-IF.

           ADD 1                             TO WS-DUAL-ROLE-IDS.
           DISPLAY ' '.
           DISPLAY '   RACF ID ' WS-CHECK-ID.

           PERFORM 3130-LIST-ID-EVENT
              THRU 3130-EXIT
              VARYING WS-EVT-SUB2 FROM 1 BY 1
                UNTIL WS-EVT-SUB2 > WS-EVENT-COUNT.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3110-CHECK-SEEN                          *
      ******************************************************************
       3110-CHECK-SEEN.

           IF WS-SEEN-ID(WS-SEEN-SUB) = WS-CHECK-ID
               SET WS-ID-FOUND               TO TRUE
           END-IF.
           .
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3120-CHECK-REQUESTER                        *
      ******************************************************************
       3120-CHECK-REQUESTER.

           IF WS-EVT-REQUESTER(WS-EVT-SUB2) = WS-CHECK-ID
               SET WS-ID-HAS-BOTH-ROLES      TO TRUE
           END-IF.
           .
       3120-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3130-LIST-ID-EVENT                         *
      ******************************************************************
       3130-LIST-ID-EVENT.

           IF WS-EVT-REQUESTER(WS-EVT-SUB2) = WS-CHECK-ID
            OR WS-EVT-APPROVER(WS-EVT-SUB2) = WS-CHECK-ID
               MOVE WS-EVT-SUB2              TO WS-PRINT-SUB
               PERFORM 8000-PRINT-EVENT
                  THRU 8000-EXIT
           END-IF.
           .
       3130-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4000-RECIPROCAL-PAIRS                        *
      * FINDING 2 - EVERY PAIR OF EVENTS WHERE EACH SIDE APPROVED THE  *
      * OTHER'S WORK. A SELF-APPROVED EVENT PAIRS WITH NOTHING.        *
      ******************************************************************
       4000-RECIPROCAL-PAIRS.

           DISPLAY ' '.
           DISPLAY '2. RECIPROCAL APPROVAL PAIRS'.

           PERFORM 4100-PAIR-FIRST-EVENT
              THRU 4100-EXIT
              VARYING WS-EVT-SUB FROM 1 BY 1
                UNTIL WS-EVT-SUB > WS-EVENT-COUNT.

           IF WS-RECIPROCAL-PAIRS = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4100-PAIR-FIRST-EVENT                        *
      ******************************************************************
       4100-PAIR-FIRST-EVENT.

           IF WS-EVT-REQUESTER(WS-EVT-SUB) = WS-EVT-APPROVER(WS-EVT-SUB)
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4110-PAIR-SECOND-EVENT
              THRU 4110-EXIT
              VARYING WS-EVT-SUB2 FROM WS-EVT-SUB BY 1
                UNTIL WS-EVT-SUB2 > WS-EVENT-COUNT.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4110-PAIR-SECOND-EVENT                       *
      ******************************************************************
       4110-PAIR-SECOND-EVENT.

           IF WS-EVT-SUB2 = WS-EVT-SUB
               GO TO 4110-EXIT
           END-IF.

           IF WS-EVT-APPROVER(WS-EVT-SUB) NOT =
              WS-EVT-REQUESTER(WS-EVT-SUB2)
            OR WS-EVT-REQUESTER(WS-EVT-SUB) NOT =
              WS-EVT-APPROVER(WS-EVT-SUB2)
               GO TO 4110-EXIT
           END-IF.

           ADD 1                             TO WS-RECIPROCAL-PAIRS.
           DISPLAY ' '.
           DISPLAY '   ' WS-EVT-APPROVER(WS-EVT-SUB) ' AND '
                   WS-EVT-REQUESTER(WS-EVT-SUB)
                   ' APPROVED EACH OTHER''S WORK'.

           MOVE WS-EVT-SUB                   TO WS-PRINT-SUB.
           PERFORM 8000-PRINT-EVENT
              THRU 8000-EXIT.
           MOVE WS-EVT-SUB2                  TO WS-PRINT-SUB.
           PERFORM 8000-PRINT-EVENT
              THRU 8000-EXIT.
           .
       4110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5000-HEAVY-USE-APPROVERS                       *
      * FINDING 3 - FOR EACH CALLER APPROVAL, HOW MANY REQUESTS THE    *
      * APPROVER'S OWN RACF ID HAS SENT THROUGH THAT CALLER SINCE.     *
      ******************************************************************
       5000-HEAVY-USE-APPROVERS.

           DISPLAY ' '.
           DISPLAY '3. APPROVERS WHO ARE HEAVY USERS OF WHAT THEY '
                   'APPROVED (' WS-PARM-HEAVY-USE ' CALLS OR MORE)'.

           PERFORM 5100-CHECK-ONE-USE
              THRU 5100-EXIT
              VARYING WS-EVT-SUB FROM 1 BY 1
                UNTIL WS-EVT-SUB > WS-EVENT-COUNT.

           IF WS-HEAVY-USERS = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5100-CHECK-ONE-USE                         *
      ******************************************************************
       5100-CHECK-ONE-USE.

           IF NOT WS-EVT-IS-CALLER(WS-EVT-SUB)
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-EVT-APPROVER(WS-EVT-SUB)  TO WS-HU-RACF-ID.
           MOVE WS-EVT-ITEM(WS-EVT-SUB)      TO WS-HU-SRC-APP.
           MOVE WS-EVT-APPR-TS(WS-EVT-SUB)   TO WS-HU-SINCE-TS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HU-LIVE-COUNT
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_RACF_ID       = :WS-HU-RACF-ID
                   AND TLG_SOURCE_APPLIC = :WS-HU-SRC-APP
                   AND TLG_LOG_TYPE      = 'REQUEST'
                   AND TLG_LOG_TIMESTAMP >= TIMESTAMP(:WS-HU-SINCE-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748SOD - USAGE COUNT FAILED SQLCODE='
                        SQLCODE ' ' WS-HU-RACF-ID
               MOVE 8                        TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HU-ARCH-COUNT
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_RACF_ID       = :WS-HU-RACF-ID
                   AND TLA_SOURCE_APPLIC = :WS-HU-SRC-APP
                   AND TLA_LOG_TYPE      = 'REQUEST'
                   AND TLA_LOG_TIMESTAMP >= TIMESTAMP(:WS-HU-SINCE-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748SOD - USAGE COUNT FAILED SQLCODE='
                        SQLCODE ' ' WS-HU-RACF-ID
               MOVE 8                        TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF.

           IF WS-HU-LIVE-COUNT + WS-HU-ARCH-COUNT < WS-HEAVY-USE-CALLS
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-HU-TOTAL = WS-HU-LIVE-COUNT + WS-HU-ARCH-COUNT.
           ADD 1                             TO WS-HEAVY-USERS.
           DISPLAY ' '.
           DISPLAY '   ' WS-HU-RACF-ID ' APPROVED CALLER '
                   WS-HU-SRC-APP ' AND HAS SENT ' WS-HU-TOTAL
                   ' REQUESTS THROUGH IT SINCE'.

           MOVE WS-EVT-SUB                   TO WS-PRINT-SUB.
           PERFORM 8000-PRINT-EVENT
              THRU 8000-EXIT.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6000-QUICK-APPROVALS                        *
      * FINDING 4 - APPROVED INSIDE THE QUICK-APPROVAL WINDOW.         *
      ******************************************************************
       6000-QUICK-APPROVALS.

           DISPLAY ' '.
           DISPLAY '4. APPROVALS GRANTED WITHIN ' WS-PARM-QUICK-MIN
                   ' MINUTES OF THE REQUEST'.

           PERFORM 6100-CHECK-ONE-TIMING
              THRU 6100-EXIT
              VARYING WS-EVT-SUB FROM 1 BY 1
                UNTIL WS-EVT-SUB > WS-EVENT-COUNT.

           IF WS-QUICK-APPROVALS = ZEROES
               DISPLAY '   NONE'
           END-IF.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6100-CHECK-ONE-TIMING                       *
      ******************************************************************
       6100-CHECK-ONE-TIMING.

           IF WS-EVT-MINUTES(WS-EVT-SUB) < ZEROES
            OR WS-EVT-MINUTES(WS-EVT-SUB) >= WS-QUICK-MINUTES
               GO TO 6100-EXIT
           END-IF.

           ADD 1                             TO WS-QUICK-APPROVALS.
           MOVE WS-EVT-MINUTES(WS-EVT-SUB)   TO WS-MINUTES-DSP.
           DISPLAY ' '.
           DISPLAY '   APPROVED AFTER ' WS-MINUTES-DSP ' MINUTE(S)'.

           MOVE WS-EVT-SUB                   TO WS-PRINT-SUB.
           PERFORM 8000-PRINT-EVENT
              THRU 8000-EXIT.
           .
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-PRINT-EVENT                          *
      * PRINTS THE EVENT AT WS-PRINT-SUB.                              *
      ******************************************************************
       8000-PRINT-EVENT.

           DISPLAY '   ' WS-EVT-WORKFLOW(WS-PRINT-SUB) ' '
                   WS-EVT-ITEM(WS-PRINT-SUB) ' '
                   WS-EVT-REQUESTER(WS-PRINT-SUB) '  '
                   WS-EVT-REQ-TS(WS-PRINT-SUB)(1:19) ' '
                   WS-EVT-APPROVER(WS-PRINT-SUB) '  '
                   WS-EVT-APPR-TS(WS-PRINT-SUB)(1:19).
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-REPORT-SUMMARY                         *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748SOD - APPROVAL EVENTS READ     '
                   WS-EVENTS-READ.
           DISPLAY 'F5748SOD - IDS IN BOTH ROLES        '
                   WS-DUAL-ROLE-IDS.
           DISPLAY 'F5748SOD - RECIPROCAL PAIRS         '
                   WS-RECIPROCAL-PAIRS.
           DISPLAY 'F5748SOD - HEAVY-USE APPROVERS      '
                   WS-HEAVY-USERS.
           DISPLAY 'F5748SOD - QUICK APPROVALS          '
                   WS-QUICK-APPROVALS.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748SOD.
