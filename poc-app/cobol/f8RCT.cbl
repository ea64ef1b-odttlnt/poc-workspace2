      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748RCT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748RCT:     QUARTERLY ACCESS RECERTIFICATION CAMPAIGN       *
      *                                                                *
      *  FUNCTION:     ENTITLEMENTS ON T_UIS_RACF_SEG,                 *
      *                T_UIS_RACF_QUOTA, AND T_UIS_APPRVD_CALLER WERE  *
      *                NEVER TAKEN AWAY - NOTHING ASKED WHETHER PEOPLE *
      *                WHO MOVED JOBS STILL NEEDED THEM. THIS JOB RUNS *
      *                ONE CAMPAIGN A QUARTER IN THREE STEPS:          *
      *                                                                *
      *                EXTRACT - RECORDS EVERY CURRENT ENTITLEMENT ON  *
      *                T_UIS_RECERT_ITEM WITH ITS LAST-USED DATE FROM  *
      *                THE TRANSACTION LOG (LIVE, THEN ARCHIVE) AND    *
      *                ITS RESPONSIBLE MANAGER (T_UIS_RECERT_OWNER,    *
      *                ELSE THE SECURITY OFFICE), THEN WRITES ONE      *
      *                ATTESTATION FILE PER MANAGER, DYNAMICALLY       *
      *                ALLOCATED AS <DSN PREFIX>.<MANAGER ID>. THE     *
      *                MANAGER PUTS 'K' (KEEP) OR 'R' (REVOKE) AND     *
      *                THEIR USERID ON EACH DETAIL LINE AND SENDS THE  *
      *                FILE BACK.                                      *
      *                                                                *
      *                LOAD - READS THE RETURNED FILES (CONCATENATED   *
      *                ON ATTRET) AND RECORDS EACH DECISION. A LINE IS *
      *                ONLY TAKEN FOR AN ITEM STILL OPEN, BELONGING TO *
      *                THE MANAGER WHOSE FILE IT CAME IN, AND NOT PAST *
      *                THE DEADLINE. REVOKE DECISIONS ARE CARRIED OUT  *
      *                AT ONCE.                                        *
      *                                                                *
      *                CLOSE - ONCE THE DEADLINE HAS PASSED, EVERY     *
      *                ITEM STILL NOT ATTESTED IS REVOKED ('X'), AND   *
      *                THE CAMPAIGN COMPLETION REPORT IS PRINTED FOR   *
      *                THE SECURITY OFFICE.                            *
      *                                                                *
      *                REVOCATIONS GO THE WAY THE MAINTENANCE PATHS    *
      *                GO, UNDER THE CAMPAIGN'S OWN USERID ('RC' PLUS  *
      *                THE CAMPAIGN ID):                               *
      *                - QUOTA: THE HOURLY LIMIT IS SET TO ZERO WITH   *
      *                  A 'CHANGE' ROW ON T_UIS_RACF_QUOTA_LOG, AS    *
      *                  F5748QTM WRITES. THE ROW IS NOT DELETED - A   *
      *                  RACF/FUNCTION WITH NO QUOTA ROW IS NOT        *
      *                  THROTTLED AT ALL.                             *
      *                - CALLER: THE T_UIS_APPRVD_CALLER ROW GOES TO   *
      *                  STATUS 'R', WHICH 3060-CHECK-APPROVED-CALLER  *
      *                  DOES NOT HONOR; REINSTATING IT TAKES A NEW    *
      *                  F5748ACM REQUEST AND SECOND-USER APPROVAL.    *
      *                - SEGMENT: THE T_UIS_RACF_SEG ROW IS DELETED.   *
      *                  REVOKING A RACF ID'S LAST REAL ROW LEAVES A   *
      *                  '-' ROW THAT MATCHES NO SEGMENT, SO THE ID    *
      *                  DOES NOT FALL BACK TO UNRESTRICTED.           *
      *                EACH OUTCOME IS STAMPED ON THE ITEM ROW.        *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CONTROL CARD:                    *
      *                   COLS 01-07  MODE (EXTRACT/LOAD/CLOSE)       *
      *                   COLS 09-14  CAMPAIGN ID (E.G. 2026Q4)       *
      *                   COLS 16-25  DEADLINE (YYYY-MM-DD, EXTRACT)  *
      *                   COLS 27-34  SECURITY OFFICE MANAGER ID FOR  *
      *                               UNOWNED ENTITLEMENTS (EXTRACT)  *
      *                   COLS 36-61  ATTESTATION DSN PREFIX (EXTRACT)*
      *                2. ATTRET - RETURNED ATTESTATION FILES (LOAD)   *
      *                3. ATTEST - ALLOCATED BY THE PROGRAM (EXTRACT)  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_RECERT_ITEM (READ/INSERT/UPDATE)          *
      *                T_UIS_RECERT_OWNER (READ)                       *
      *                T_UIS_RACF_SEG (READ/INSERT/DELETE)             *
      *                T_UIS_RACF_QUOTA (READ/UPDATE)                  *
      *                T_UIS_RACF_QUOTA_LOG (INSERT)                   *
      *                T_UIS_APPRVD_CALLER (READ/UPDATE)               *
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-FILE               ASSIGN TO ATTEST
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-ATTEST-STATUS.
           SELECT ATTRET-FILE               ASSIGN TO ATTRET
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-ATTRET-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE ATTESTATION FILE PER MANAGER: A HEADER, ONE DETAIL LINE PER
      * ENTITLEMENT, AND A TRAILER. THE MANAGER FILLS IN ATO-DECISION
      * AND ATO-ATTESTED-BY ON EACH DETAIL LINE AND RETURNS THE FILE.
       FD  ATTEST-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ATTEST-RECORD.
           05  ATO-RECORD-TYPE              PIC X(01).
           05  ATO-CAMPAIGN-ID              PIC X(06).
           05  ATO-MANAGER-ID               PIC X(08).
           05  ATO-RECORD-BODY              PIC X(65).
           05  ATO-DETAIL-VIEW REDEFINES ATO-RECORD-BODY.
               10  ATO-ENT-TYPE             PIC X(04).
               10  ATO-ENT-KEY1             PIC X(10).
               10  ATO-ENT-KEY2             PIC X(04).
               10  ATO-LAST-USED            PIC X(10).
               10  ATO-DECISION             PIC X(01).
               10  ATO-ATTESTED-BY          PIC X(08).
               10  FILLER                   PIC X(28).
           05  ATO-HEADER-VIEW REDEFINES ATO-RECORD-BODY.
               10  ATO-DEADLINE             PIC X(10).
               10  ATO-INSTRUCTION          PIC X(55).
           05  ATO-TRAILER-VIEW REDEFINES ATO-RECORD-BODY.
               10  ATO-ITEM-COUNT           PIC 9(07).
               10  FILLER                   PIC X(58).
      * THE SAME LAYOUT, AS RETURNED.
       FD  ATTRET-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ATTRET-RECORD.
           05  ATR-RECORD-TYPE              PIC X(01).
               88  ATR-IS-HEADER                      VALUE 'H'.
               88  ATR-IS-DETAIL                      VALUE 'D'.
               88  ATR-IS-TRAILER                     VALUE 'T'.
           05  ATR-CAMPAIGN-ID              PIC X(06).
           05  ATR-MANAGER-ID               PIC X(08).
           05  ATR-RECORD-BODY              PIC X(65).
           05  ATR-DETAIL-VIEW REDEFINES ATR-RECORD-BODY.
               10  ATR-ENT-TYPE             PIC X(04).
               10  ATR-ENT-KEY1             PIC X(10).
               10  ATR-ENT-KEY2             PIC X(04).
               10  ATR-LAST-USED            PIC X(10).
               10  ATR-DECISION             PIC X(01).
                   88  ATR-DECISION-KEEP              VALUE 'K'.
                   88  ATR-DECISION-REVOKE            VALUE 'R'.
                   88  ATR-DECISION-BLANK             VALUE ' '.
               10  ATR-ATTESTED-BY          PIC X(08).
               10  FILLER                   PIC X(28).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RCT'.
           05  WS-DYNALLOC-PGM              PIC X(08) VALUE 'BPXWDYN'.
      * LAST-USED DATE STORED FOR AN ENTITLEMENT THE LOG NEVER SHOWS.
           05  WS-NEVER-USED-DATE           PIC X(10) VALUE
                                                      '0001-01-01'.
      * SEGMENT VALUE OF THE PLACEHOLDER ROW - SEE 5100.
           05  WS-NO-SEGMENT-ID             PIC X(01) VALUE '-'.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                 PIC X(07) VALUE SPACES.
               88  WS-MODE-EXTRACT                    VALUE 'EXTRACT'.
               88  WS-MODE-LOAD                       VALUE 'LOAD'.
               88  WS-MODE-CLOSE                      VALUE 'CLOSE'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-CAMPAIGN-ID          PIC X(06) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-DEADLINE             PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-DEFAULT-MGR          PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-DSN-PREFIX           PIC X(26) VALUE SPACES.

      * BPXWDYN TAKES A HALFWORD-LENGTH-PREFIXED REQUEST STRING.
       01  WS-DYN-REQUEST.
           05  WS-DYN-REQ-LEN               PIC S9(04) COMP VALUE ZERO.
           05  WS-DYN-REQ-TEXT              PIC X(160) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-ATTEST-STATUS             PIC X(02) VALUE SPACES.
           05  WS-ATTRET-STATUS             PIC X(02) VALUE SPACES.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
      * USERID STAMPED ON EVERY CHANGE THE CAMPAIGN ITSELF MAKES.
           05  WS-CAMPAIGN-USERID.
               10  FILLER                   PIC X(02) VALUE 'RC'.
               10  WS-CAMPAIGN-USERID-ID    PIC X(06) VALUE SPACES.
           05  WS-CURRENT-MGR               PIC X(08) VALUE SPACES.
           05  WS-DYN-RC                    PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ROW-COUNT                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OPEN-COUNT                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OLD-MAX-CALLS             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-TOTAL                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-KEEP                  PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-REVOKE                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-EXPIRED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-OPEN                  PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-FAILED                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-TOTAL-DSP             PIC Z(06)9.
           05  WS-RPT-KEEP-DSP              PIC Z(06)9.
           05  WS-RPT-REVOKE-DSP            PIC Z(06)9.
           05  WS-RPT-EXPIRED-DSP           PIC Z(06)9.
           05  WS-RPT-OPEN-DSP              PIC Z(06)9.
           05  WS-RPT-FAILED-DSP            PIC Z(06)9.

       01  WS-COUNTER-AREA.
           05  WS-SEG-ITEMS                 PIC 9(07) VALUE ZEROES.
           05  WS-QUOTA-ITEMS               PIC 9(07) VALUE ZEROES.
           05  WS-CALLER-ITEMS              PIC 9(07) VALUE ZEROES.
           05  WS-FILES-WRITTEN             PIC 9(07) VALUE ZEROES.
           05  WS-LINES-WRITTEN             PIC 9(07) VALUE ZEROES.
           05  WS-FILE-LINES                PIC 9(07) VALUE ZEROES.
           05  WS-RETURNED-READ             PIC 9(07) VALUE ZEROES.
           05  WS-DECISIONS-TAKEN           PIC 9(07) VALUE ZEROES.
           05  WS-DECISIONS-BLANK           PIC 9(07) VALUE ZEROES.
           05  WS-DECISIONS-REJECTED        PIC 9(07) VALUE ZEROES.
           05  WS-EXPIRED-ITEMS             PIC 9(07) VALUE ZEROES.
           05  WS-REVOKES-DONE              PIC 9(07) VALUE ZEROES.
           05  WS-REVOKES-GONE              PIC 9(07) VALUE ZEROES.
           05  WS-REVOKES-FAILED            PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-ATTRET-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-ATTRET-EOF                      VALUE 'Y'.
           05  WS-ATTEST-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-ATTEST-IS-OPEN                  VALUE 'Y'.
           05  WS-EXTRACT-FAILED-SW         PIC X(01) VALUE 'N'.
               88  WS-EXTRACT-FAILED                  VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_RECERT_ITEM
           EXEC SQL
                INCLUDE F5748RCI
           END-EXEC.

      * DCLGEN FOR T_UIS_RECERT_OWNER
           EXEC SQL
                INCLUDE F5748RCO
           END-EXEC.

      * DCLGEN FOR T_UIS_RACF_SEG
           EXEC SQL
                INCLUDE F5748RSG
           END-EXEC.

      * DCLGEN FOR T_UIS_RACF_QUOTA
           EXEC SQL
                INCLUDE F5748QTA
           END-EXEC.

      * DCLGEN FOR T_UIS_RACF_QUOTA_LOG
           EXEC SQL
                INCLUDE F5748QTL
           END-EXEC.

      * DCLGEN FOR T_UIS_APPRVD_CALLER
           EXEC SQL
                INCLUDE F5748SAC
           END-EXEC.

      * THE CAMPAIGN'S ITEMS IN MANAGER ORDER - ONE ATTESTATION FILE
      * PER MANAGER BREAK.
           EXEC SQL
                DECLARE ITEM-CSR CURSOR FOR
                SELECT RCI_ENT_TYPE, RCI_ENT_KEY1, RCI_ENT_KEY2,
                       RCI_MANAGER_ID,
                       CHAR(RCI_LAST_USED, ISO)
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 ORDER BY RCI_MANAGER_ID, RCI_ENT_TYPE,
                          RCI_ENT_KEY1, RCI_ENT_KEY2
           END-EXEC.

      * ITEMS DECIDED (OR DEFAULTED) TO REVOKE AND NOT YET CARRIED
      * OUT - A FAILED REVOKE IS PICKED UP AGAIN ON THE NEXT RUN.
           EXEC SQL
                DECLARE REVOKE-CSR CURSOR FOR
                SELECT RCI_ENT_TYPE, RCI_ENT_KEY1, RCI_ENT_KEY2,
                       RCI_DECISION
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID    = :WS-PARM-CAMPAIGN-ID
                   AND RCI_DECISION      IN ('R', 'X')
                   AND RCI_ACTION_STATUS IN (' ', 'F')
                 ORDER BY RCI_ENT_TYPE, RCI_ENT_KEY1, RCI_ENT_KEY2
           END-EXEC.

      * COMPLETION REPORT - OUTCOME COUNTS PER MANAGER.
           EXEC SQL
                DECLARE MGR-RPT-CSR CURSOR FOR
                SELECT RCI_MANAGER_ID,
                       COUNT(*),
                       SUM(CASE WHEN RCI_DECISION = 'K'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RCI_DECISION = 'R'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RCI_DECISION = 'X'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RCI_DECISION = ' '
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RCI_ACTION_STATUS = 'F'
                                THEN 1 ELSE 0 END)
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 GROUP BY RCI_MANAGER_ID
                 ORDER BY RCI_MANAGER_ID
           END-EXEC.

      * COMPLETION REPORT - EVERY ENTITLEMENT THE CAMPAIGN TOOK AWAY.
           EXEC SQL
                DECLARE REVOKED-RPT-CSR CURSOR FOR
                SELECT RCI_ENT_TYPE, RCI_ENT_KEY1, RCI_ENT_KEY2,
                       RCI_MANAGER_ID,
                       CHAR(RCI_LAST_USED, ISO),
                       RCI_DECISION, RCI_DECIDED_BY,
                       RCI_ACTION_STATUS
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                   AND RCI_DECISION   IN ('R', 'X')
                 ORDER BY RCI_MANAGER_ID, RCI_ENT_TYPE,
                          RCI_ENT_KEY1, RCI_ENT_KEY2
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748RCT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-MODE-EXTRACT
                   PERFORM 2000-EXTRACT-CAMPAIGN
                      THRU 2000-EXIT
               WHEN WS-MODE-LOAD
                   PERFORM 3000-LOAD-DECISIONS
                      THRU 3000-EXIT
                   PERFORM 5000-APPLY-REVOCATIONS
                      THRU 5000-EXIT
               WHEN WS-MODE-CLOSE
                   PERFORM 4000-CLOSE-CAMPAIGN
                      THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RCT - MODE MUST BE EXTRACT, LOAD, '
                           'OR CLOSE'
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.

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

           DISPLAY 'F5748RCT - MODE=' WS-PARM-MODE
                    ' CAMPAIGN=' WS-PARM-CAMPAIGN-ID
                    ' DEADLINE=' WS-PARM-DEADLINE
                    ' DEFAULT-MGR=' WS-PARM-DEFAULT-MGR.

           IF WS-PARM-CAMPAIGN-ID = SPACES
               DISPLAY 'F5748RCT - CAMPAIGN ID IS REQUIRED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-PARM-CAMPAIGN-ID          TO WS-CAMPAIGN-USERID-ID.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WS-TODAY-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - DATE LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GOBACK
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-EXTRACT-CAMPAIGN                       *
      * A CAMPAIGN ID IS EXTRACTED ONCE - RERUNNING THE STEP WOULD     *
      * RESTART THE CLOCK ON DECISIONS ALREADY MADE.                   *
      ******************************************************************
       2000-EXTRACT-CAMPAIGN.

           IF WS-PARM-DEADLINE = SPACES
            OR WS-PARM-DEFAULT-MGR = SPACES
            OR WS-PARM-DSN-PREFIX = SPACES
               DISPLAY 'F5748RCT - EXTRACT NEEDS THE DEADLINE, THE '
                       'DEFAULT MANAGER, AND THE DSN PREFIX'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           IF WS-PARM-DEADLINE NOT > WS-TODAY-DATE
               DISPLAY 'F5748RCT - DEADLINE ' WS-PARM-DEADLINE
                       ' IS NOT AFTER TODAY'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - CAMPAIGN LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZEROES
               DISPLAY 'F5748RCT - CAMPAIGN ' WS-PARM-CAMPAIGN-ID
                       ' WAS ALREADY EXTRACTED'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-EXTRACT-SEGMENTS
              THRU 2100-EXIT.
           PERFORM 2200-EXTRACT-QUOTAS
              THRU 2200-EXIT.
           PERFORM 2300-EXTRACT-CALLERS
              THRU 2300-EXIT.

           IF WS-EXTRACT-FAILED
               MOVE 12                       TO RETURN-CODE
               EXEC SQL
                    ROLLBACK
               END-EXEC
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-WRITE-ATTESTATIONS
              THRU 2500-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-EXTRACT-SEGMENTS                       *
      * THE '-' PLACEHOLDER LEFT BY AN EARLIER REVOKE IS NOT AN        *
      * ENTITLEMENT AND IS NOT RECERTIFIED.                            *
      ******************************************************************
       2100-EXTRACT-SEGMENTS.

           EXEC SQL
                INSERT INTO T_UIS_RECERT_ITEM
                       ( RCI_CAMPAIGN_ID
                       , RCI_ENT_TYPE
                       , RCI_ENT_KEY1
                       , RCI_ENT_KEY2
                       , RCI_MANAGER_ID
                       , RCI_LAST_USED
                       , RCI_DEADLINE
                       , RCI_DECISION
                       , RCI_DECIDED_BY
                       , RCI_DECIDED_TS
                       , RCI_ACTION_STATUS
                       , RCI_ACTION_TS )
                SELECT :WS-PARM-CAMPAIGN-ID
                     , 'SEG '
                     , S.ENT_RACF_ID
                     , S.ENT_SEG_ID
                     , COALESCE(O.RCO_MANAGER_ID, :WS-PARM-DEFAULT-MGR)
                     , COALESCE(
                         (SELECT DATE(MAX(L.TLG_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG L
                           WHERE L.TLG_RACF_ID    = S.ENT_RACF_ID
                             AND L.TLG_SEGMENT_ID = S.ENT_SEG_ID),
                         (SELECT DATE(MAX(A.TLA_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG_ARCH A
                           WHERE A.TLA_RACF_ID    = S.ENT_RACF_ID
                             AND A.TLA_SEGMENT_ID = S.ENT_SEG_ID),
                         DATE(:WS-NEVER-USED-DATE))
                     , DATE(:WS-PARM-DEADLINE)
                     , ' '
                     , ' '
                     , CURRENT TIMESTAMP
                     , ' '
                     , CURRENT TIMESTAMP
                  FROM T_UIS_RACF_SEG S
                  LEFT OUTER JOIN T_UIS_RECERT_OWNER O
                    ON O.RCO_KEY_TYPE = 'R'
                   AND O.RCO_ENT_KEY  = S.ENT_RACF_ID
                 WHERE S.ENT_SEG_ID <> :WS-NO-SEGMENT-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)          TO WS-SEG-ITEMS
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748RCT - SEGMENT EXTRACT FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXTRACT-FAILED    TO TRUE
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-EXTRACT-QUOTAS                        *
      * A QUOTA ROW IS USED WHEN ITS RACF ID CALLED ITS FUNCTION. A    *
      * ROW A PREVIOUS CAMPAIGN ALREADY TOOK TO ZERO IS NOT ASKED      *
      * ABOUT AGAIN.                                                   *
      ******************************************************************
       2200-EXTRACT-QUOTAS.

           EXEC SQL
                INSERT INTO T_UIS_RECERT_ITEM
                       ( RCI_CAMPAIGN_ID
                       , RCI_ENT_TYPE
                       , RCI_ENT_KEY1
                       , RCI_ENT_KEY2
                       , RCI_MANAGER_ID
                       , RCI_LAST_USED
                       , RCI_DEADLINE
                       , RCI_DECISION
                       , RCI_DECIDED_BY
                       , RCI_DECIDED_TS
                       , RCI_ACTION_STATUS
                       , RCI_ACTION_TS )
                SELECT :WS-PARM-CAMPAIGN-ID
                     , 'QUOT'
                     , Q.QTA_RACF_ID
                     , Q.QTA_SRV_FN_CD
                     , COALESCE(O.RCO_MANAGER_ID, :WS-PARM-DEFAULT-MGR)
                     , COALESCE(
                         (SELECT DATE(MAX(L.TLG_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG L
                           WHERE L.TLG_RACF_ID   = Q.QTA_RACF_ID
                             AND L.TLG_SRV_FN_CD = Q.QTA_SRV_FN_CD
                             AND L.TLG_LOG_TYPE  = 'REQUEST'),
                         (SELECT DATE(MAX(A.TLA_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG_ARCH A
                           WHERE A.TLA_RACF_ID   = Q.QTA_RACF_ID
                             AND A.TLA_SRV_FN_CD = Q.QTA_SRV_FN_CD
                             AND A.TLA_LOG_TYPE  = 'REQUEST'),
                         DATE(:WS-NEVER-USED-DATE))
                     , DATE(:WS-PARM-DEADLINE)
                     , ' '
                     , ' '
                     , CURRENT TIMESTAMP
                     , ' '
                     , CURRENT TIMESTAMP
                  FROM T_UIS_RACF_QUOTA Q
                  LEFT OUTER JOIN T_UIS_RECERT_OWNER O
                    ON O.RCO_KEY_TYPE = 'R'
                   AND O.RCO_ENT_KEY  = Q.QTA_RACF_ID
                 WHERE Q.QTA_MAX_CALLS_HR > 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)          TO WS-QUOTA-ITEMS
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748RCT - QUOTA EXTRACT FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXTRACT-FAILED    TO TRUE
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2300-EXTRACT-CALLERS                        *
      * ONLY APPROVED CALLER ROWS ARE ENTITLEMENTS - A PENDING ROW     *
      * HAS NOT BEEN GRANTED AND A REVOKED ONE IS ALREADY GONE.        *
      ******************************************************************
       2300-EXTRACT-CALLERS.

           EXEC SQL
                INSERT INTO T_UIS_RECERT_ITEM
                       ( RCI_CAMPAIGN_ID
                       , RCI_ENT_TYPE
                       , RCI_ENT_KEY1
                       , RCI_ENT_KEY2
                       , RCI_MANAGER_ID
                       , RCI_LAST_USED
                       , RCI_DEADLINE
                       , RCI_DECISION
                       , RCI_DECIDED_BY
                       , RCI_DECIDED_TS
                       , RCI_ACTION_STATUS
                       , RCI_ACTION_TS )
                SELECT :WS-PARM-CAMPAIGN-ID
                     , 'CALL'
                     , C.SRC_APP_NM
                     , ' '
                     , COALESCE(O.RCO_MANAGER_ID, :WS-PARM-DEFAULT-MGR)
                     , COALESCE(
                         (SELECT DATE(MAX(L.TLG_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG L
                           WHERE L.TLG_SOURCE_APPLIC = C.SRC_APP_NM
                             AND L.TLG_LOG_TYPE      = 'REQUEST'),
                         (SELECT DATE(MAX(A.TLA_LOG_TIMESTAMP))
                            FROM T_UIS_TRANSACTION_LOG_ARCH A
                           WHERE A.TLA_SOURCE_APPLIC = C.SRC_APP_NM
                             AND A.TLA_LOG_TYPE      = 'REQUEST'),
                         DATE(:WS-NEVER-USED-DATE))
                     , DATE(:WS-PARM-DEADLINE)
                     , ' '
                     , ' '
                     , CURRENT TIMESTAMP
                     , ' '
                     , CURRENT TIMESTAMP
                  FROM T_UIS_APPRVD_CALLER C
                  LEFT OUTER JOIN T_UIS_RECERT_OWNER O
                    ON O.RCO_KEY_TYPE = 'A'
                   AND O.RCO_ENT_KEY  = C.SRC_APP_NM
                 WHERE C.SAC_STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)          TO WS-CALLER-ITEMS
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748RCT - CALLER EXTRACT FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXTRACT-FAILED    TO TRUE
           END-EVALUATE.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2500-WRITE-ATTESTATIONS                       *
      ******************************************************************
       2500-WRITE-ATTESTATIONS.

           EXEC SQL
                OPEN ITEM-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - ITEM CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.
           MOVE SPACES                       TO WS-CURRENT-MGR.

           PERFORM 2510-WRITE-ONE-ITEM
              THRU 2510-EXIT
              UNTIL WS-EOF-CURSOR.

           IF WS-ATTEST-IS-OPEN
               PERFORM 2560-CLOSE-ATTESTATION
                  THRU 2560-EXIT
           END-IF.

           EXEC SQL
                CLOSE ITEM-CSR
           END-EXEC.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2510-WRITE-ONE-ITEM                         *
      ******************************************************************
       2510-WRITE-ONE-ITEM.

           EXEC SQL
                FETCH ITEM-CSR
                INTO  :RCI-ENT-TYPE, :RCI-ENT-KEY1, :RCI-ENT-KEY2,
                      :RCI-MANAGER-ID, :RCI-LAST-USED
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748RCT - ITEM FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2510-EXIT
           END-IF.

           IF RCI-MANAGER-ID NOT = WS-CURRENT-MGR
               IF WS-ATTEST-IS-OPEN
                   PERFORM 2560-CLOSE-ATTESTATION
                      THRU 2560-EXIT
               END-IF
               MOVE RCI-MANAGER-ID           TO WS-CURRENT-MGR
               PERFORM 2550-OPEN-ATTESTATION
                  THRU 2550-EXIT
           END-IF.

           IF NOT WS-ATTEST-IS-OPEN
               GO TO 2510-EXIT
           END-IF.

           MOVE SPACES                       TO ATTEST-RECORD.
           MOVE 'D'                          TO ATO-RECORD-TYPE.
           MOVE WS-PARM-CAMPAIGN-ID          TO ATO-CAMPAIGN-ID.
           MOVE WS-CURRENT-MGR               TO ATO-MANAGER-ID.
           MOVE RCI-ENT-TYPE                 TO ATO-ENT-TYPE.
           MOVE RCI-ENT-KEY1                 TO ATO-ENT-KEY1.
           MOVE RCI-ENT-KEY2                 TO ATO-ENT-KEY2.
           IF RCI-LAST-USED = WS-NEVER-USED-DATE
               MOVE 'NEVER'                  TO ATO-LAST-USED
           ELSE
               MOVE RCI-LAST-USED            TO ATO-LAST-USED
           END-IF.

           WRITE ATTEST-RECORD.

           IF WS-ATTEST-STATUS NOT = '00'
               DISPLAY 'F5748RCT - ATTESTATION WRITE FAILED STATUS='
                        WS-ATTEST-STATUS ' MANAGER=' WS-CURRENT-MGR
               MOVE 12                       TO RETURN-CODE
               GO TO 2510-EXIT
           END-IF.

           ADD 1                             TO WS-FILE-LINES
                                                WS-LINES-WRITTEN.
           .
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2550-OPEN-ATTESTATION                        *
      * ALLOCATES <PREFIX>.<MANAGER ID> NEW AND CATALOGED UNDER THE    *
      * ATTEST DD AND WRITES ITS HEADER. A MANAGER WHOSE FILE CANNOT   *
      * BE ALLOCATED IS REPORTED AND SKIPPED - THEIR ITEMS STAY OPEN   *
      * AND A FILE CAN BE CUT BY HAND BEFORE THE DEADLINE.             *
      ******************************************************************
       2550-OPEN-ATTESTATION.

           MOVE ZEROES                       TO WS-FILE-LINES.

           MOVE SPACES                       TO WS-DYN-REQ-TEXT.
           STRING 'ALLOC FI(ATTEST) DA('    DELIMITED BY SIZE
                  WS-PARM-DSN-PREFIX        DELIMITED BY SPACE
                  '.'                       DELIMITED BY SIZE
                  WS-CURRENT-MGR            DELIMITED BY SPACE
                  ') NEW CATALOG REUSE RECFM(F,B) LRECL(80)'
                                            DELIMITED BY SIZE
                  ' TRACKS SPACE(1,1) MSG(2)'
                                            DELIMITED BY SIZE
                  INTO WS-DYN-REQ-TEXT.
           MOVE 160                          TO WS-DYN-REQ-LEN.

           CALL WS-DYNALLOC-PGM USING WS-DYN-REQUEST.
           MOVE RETURN-CODE                  TO WS-DYN-RC.
           MOVE ZERO                         TO RETURN-CODE.

           IF WS-DYN-RC NOT = ZERO
               DISPLAY 'F5748RCT - ALLOCATION FAILED FOR MANAGER '
                       WS-CURRENT-MGR ' RC=' WS-DYN-RC
               MOVE 8                        TO RETURN-CODE
               GO TO 2550-EXIT
           END-IF.

           OPEN OUTPUT ATTEST-FILE.

           IF WS-ATTEST-STATUS NOT = '00'
               DISPLAY 'F5748RCT - ATTESTATION OPEN FAILED STATUS='
                        WS-ATTEST-STATUS ' MANAGER=' WS-CURRENT-MGR
               MOVE 8                        TO RETURN-CODE
               GO TO 2550-EXIT
           END-IF.

           SET WS-ATTEST-IS-OPEN             TO TRUE.
           ADD 1                             TO WS-FILES-WRITTEN.

           MOVE SPACES                       TO ATTEST-RECORD.
           MOVE 'H'                          TO ATO-RECORD-TYPE.
           MOVE WS-PARM-CAMPAIGN-ID          TO ATO-CAMPAIGN-ID.
           MOVE WS-CURRENT-MGR               TO ATO-MANAGER-ID.
           MOVE WS-PARM-DEADLINE             TO ATO-DEADLINE.
           MOVE 'MARK EACH LINE K=KEEP OR R=REVOKE AND ADD YOUR USERID'
                                             TO ATO-INSTRUCTION.
           WRITE ATTEST-RECORD.
           .
       2550-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2560-CLOSE-ATTESTATION                       *
      ******************************************************************
       2560-CLOSE-ATTESTATION.

           MOVE SPACES                       TO ATTEST-RECORD.
           MOVE 'T'                          TO ATO-RECORD-TYPE.
           MOVE WS-PARM-CAMPAIGN-ID          TO ATO-CAMPAIGN-ID.
           MOVE WS-CURRENT-MGR               TO ATO-MANAGER-ID.
           MOVE WS-FILE-LINES                TO ATO-ITEM-COUNT.
           WRITE ATTEST-RECORD.

           CLOSE ATTEST-FILE.
           MOVE 'N'                          TO WS-ATTEST-OPEN-SW.

           DISPLAY 'F5748RCT - ATTESTATION FILE FOR ' WS-CURRENT-MGR
                   ' - ' WS-FILE-LINES ' ITEMS'.

           MOVE SPACES                       TO WS-DYN-REQ-TEXT.
           MOVE 'FREE FI(ATTEST)'            TO WS-DYN-REQ-TEXT.
           MOVE 160                          TO WS-DYN-REQ-LEN.
           CALL WS-DYNALLOC-PGM USING WS-DYN-REQUEST.
           MOVE ZERO                         TO RETURN-CODE.
           .
       2560-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-LOAD-DECISIONS                         *
      ******************************************************************
       3000-LOAD-DECISIONS.

           OPEN INPUT ATTRET-FILE.

           IF WS-ATTRET-STATUS NOT = '00'
               DISPLAY 'F5748RCT - ATTRET OPEN FAILED STATUS='
                        WS-ATTRET-STATUS
               MOVE 12                       TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-LOAD-ONE-LINE
              THRU 3100-EXIT
              UNTIL WS-ATTRET-EOF.

           CLOSE ATTRET-FILE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-LOAD-ONE-LINE                          *
      * THE UPDATE ONLY TAKES AN ITEM OF THIS CAMPAIGN THAT IS STILL   *
      * OPEN, IS THE RETURNING MANAGER'S OWN, AND IS NOT PAST ITS      *
      * DEADLINE - A SECOND COPY OF A FILE, A LINE EDITED ONTO SOMEONE *
      * ELSE'S ITEM, OR A LATE RETURN CHANGES NOTHING.                 *
      ******************************************************************
       3100-LOAD-ONE-LINE.

           READ ATTRET-FILE
               AT END
                   SET WS-ATTRET-EOF         TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF NOT ATR-IS-DETAIL
            OR ATR-CAMPAIGN-ID NOT = WS-PARM-CAMPAIGN-ID
               GO TO 3100-EXIT
           END-IF.

           ADD 1                             TO WS-RETURNED-READ.

           IF ATR-DECISION-BLANK
               ADD 1                         TO WS-DECISIONS-BLANK
               GO TO 3100-EXIT
           END-IF.

           IF NOT ATR-DECISION-KEEP
            AND NOT ATR-DECISION-REVOKE
               ADD 1                         TO WS-DECISIONS-REJECTED
               DISPLAY 'F5748RCT - DECISION ' ATR-DECISION
                       ' NOT K OR R - ' ATR-MANAGER-ID ' '
                       ATR-ENT-TYPE ' ' ATR-ENT-KEY1 ' ' ATR-ENT-KEY2
               GO TO 3100-EXIT
           END-IF.

           IF ATR-ATTESTED-BY = SPACES
               MOVE ATR-MANAGER-ID           TO ATR-ATTESTED-BY
           END-IF.

           EXEC SQL
                UPDATE T_UIS_RECERT_ITEM
                   SET RCI_DECISION     = :ATR-DECISION
                     , RCI_DECIDED_BY   = :ATR-ATTESTED-BY
                     , RCI_DECIDED_TS   = CURRENT TIMESTAMP
                 WHERE RCI_CAMPAIGN_ID  = :WS-PARM-CAMPAIGN-ID
                   AND RCI_ENT_TYPE     = :ATR-ENT-TYPE
                   AND RCI_ENT_KEY1     = :ATR-ENT-KEY1
                   AND RCI_ENT_KEY2     = :ATR-ENT-KEY2
                   AND RCI_MANAGER_ID   = :ATR-MANAGER-ID
                   AND RCI_DECISION     = ' '
                   AND RCI_DEADLINE    >= CURRENT DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-DECISIONS-TAKEN
               WHEN SQLCODE = 100
                   ADD 1                     TO WS-DECISIONS-REJECTED
                   DISPLAY 'F5748RCT - NOT TAKEN (ALREADY DECIDED, '
                           'NOT THIS MANAGER''S, OR LATE) - '
                           ATR-MANAGER-ID ' ' ATR-ENT-TYPE ' '
                           ATR-ENT-KEY1 ' ' ATR-ENT-KEY2
               WHEN OTHER
                   ADD 1                     TO WS-DECISIONS-REJECTED
                   DISPLAY 'F5748RCT - DECISION UPDATE FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
           END-EVALUATE.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-CLOSE-CAMPAIGN                         *
      * NOTHING IS DEFAULTED UNTIL EVERY ITEM'S DEADLINE HAS PASSED.   *
      ******************************************************************
       4000-CLOSE-CAMPAIGN.

           EXEC SQL
                SELECT COUNT(*),
                       SUM(CASE WHEN RCI_DEADLINE >= CURRENT DATE
                                THEN 1 ELSE 0 END)
                  INTO :WS-ROW-COUNT,
                       :WS-OPEN-COUNT
                  FROM T_UIS_RECERT_ITEM
                 WHERE RCI_CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - CAMPAIGN LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           IF WS-ROW-COUNT = ZEROES
               DISPLAY 'F5748RCT - NO CAMPAIGN ' WS-PARM-CAMPAIGN-ID
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           IF WS-OPEN-COUNT > ZEROES
               DISPLAY 'F5748RCT - CAMPAIGN ' WS-PARM-CAMPAIGN-ID
                       ' DEADLINE HAS NOT PASSED - NOT CLOSED'
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_RECERT_ITEM
                   SET RCI_DECISION     = 'X'
                     , RCI_DECIDED_BY   = :WS-CAMPAIGN-USERID
                     , RCI_DECIDED_TS   = CURRENT TIMESTAMP
                 WHERE RCI_CAMPAIGN_ID  = :WS-PARM-CAMPAIGN-ID
                   AND RCI_DECISION     = ' '
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-EXPIRED-ITEMS
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748RCT - DEFAULT REVOKE UPDATE FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 12                   TO RETURN-CODE
                   GO TO 4000-EXIT
           END-EVALUATE.

           PERFORM 5000-APPLY-REVOCATIONS
              THRU 5000-EXIT.

           PERFORM 6000-COMPLETION-REPORT
              THRU 6000-EXIT.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-APPLY-REVOCATIONS                       *
      ******************************************************************
       5000-APPLY-REVOCATIONS.

           EXEC SQL
                OPEN REVOKE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - REVOKE CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 5010-REVOKE-ONE-ITEM
              THRU 5010-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE REVOKE-CSR
           END-EXEC.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5010-REVOKE-ONE-ITEM                        *
      ******************************************************************
       5010-REVOKE-ONE-ITEM.

           EXEC SQL
                FETCH REVOKE-CSR
                INTO  :RCI-ENT-TYPE, :RCI-ENT-KEY1, :RCI-ENT-KEY2,
                      :RCI-DECISION
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748RCT - REVOKE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 5010-EXIT
           END-IF.

           SET RCI-ACTION-FAILED             TO TRUE.

           EVALUATE TRUE
               WHEN RCI-ENT-IS-SEGMENT
                   PERFORM 5100-REVOKE-SEGMENT
                      THRU 5100-EXIT
               WHEN RCI-ENT-IS-QUOTA
                   PERFORM 5200-REVOKE-QUOTA
                      THRU 5200-EXIT
               WHEN RCI-ENT-IS-CALLER
                   PERFORM 5300-REVOKE-CALLER
                      THRU 5300-EXIT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN RCI-ACTION-DONE
                   ADD 1                     TO WS-REVOKES-DONE
               WHEN RCI-ACTION-ALREADY-GONE
                   ADD 1                     TO WS-REVOKES-GONE
               WHEN OTHER
                   ADD 1                     TO WS-REVOKES-FAILED
                   MOVE 8                    TO RETURN-CODE
           END-EVALUATE.

           PERFORM 5800-STAMP-ACTION
              THRU 5800-EXIT.
           .
       5010-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5100-REVOKE-SEGMENT                         *
      * A RACF ID WITH NO T_UIS_RACF_SEG ROWS AT ALL IS UNRESTRICTED,  *
      * SO TAKING AWAY ITS LAST REAL SEGMENT PUTS THE '-' ROW IN ITS   *
      * PLACE - 3250-CHECK-SEG-ENTITLEMENT THEN REJECTS EVERY SEGMENT. *
      ******************************************************************
       5100-REVOKE-SEGMENT.

           MOVE RCI-ENT-KEY1                 TO ENT-RACF-ID.
           MOVE RCI-ENT-KEY2                 TO ENT-SEG-ID.

           EXEC SQL
                DELETE FROM T_UIS_RACF_SEG
                 WHERE ENT_RACF_ID = :ENT-RACF-ID
                   AND ENT_SEG_ID  = :ENT-SEG-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET RCI-ACTION-DONE       TO TRUE
               WHEN SQLCODE = 100
                   SET RCI-ACTION-ALREADY-GONE TO TRUE
                   GO TO 5100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748RCT - SEGMENT DELETE FAILED SQLCODE='
                            SQLCODE ' ' ENT-RACF-ID '/' ENT-SEG-ID
                   GO TO 5100-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM T_UIS_RACF_SEG
                 WHERE ENT_RACF_ID = :ENT-RACF-ID
           END-EXEC.

           IF SQLCODE = 0 AND WS-ROW-COUNT = ZEROES
               EXEC SQL
                    INSERT INTO T_UIS_RACF_SEG
                           ( ENT_RACF_ID
                           , ENT_SEG_ID )
                    VALUES ( :ENT-RACF-ID
                           , :WS-NO-SEGMENT-ID )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - NO-SEGMENT ROW FAILED SQLCODE='
                        SQLCODE ' ' ENT-RACF-ID
               SET RCI-ACTION-FAILED         TO TRUE
           END-IF.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5200-REVOKE-QUOTA                          *
      * THE LIMIT GOES TO ZERO (F5748QMN THEN BLOCKS THE FUNCTION FOR  *
      * THE RACF ID EVERY HOUR) AND THE CHANGE IS LOGGED EXACTLY AS    *
      * F5748QTM LOGS ONE.                                             *
      ******************************************************************
       5200-REVOKE-QUOTA.

           MOVE RCI-ENT-KEY1                 TO QTA-RACF-ID.
           MOVE RCI-ENT-KEY2                 TO QTA-SRV-FN-CD.

           EXEC SQL
                SELECT QTA_MAX_CALLS_HR
                  INTO :QTA-MAX-CALLS-HR
                  FROM T_UIS_RACF_QUOTA
                 WHERE QTA_RACF_ID   = :QTA-RACF-ID
                   AND QTA_SRV_FN_CD = :QTA-SRV-FN-CD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RCI-ACTION-ALREADY-GONE TO TRUE
                   GO TO 5200-EXIT
               WHEN SQLCODE NOT = 0
                   DISPLAY 'F5748RCT - QUOTA READ FAILED SQLCODE='
                            SQLCODE ' ' QTA-RACF-ID '/' QTA-SRV-FN-CD
                   GO TO 5200-EXIT
           END-EVALUATE.

           IF QTA-MAX-CALLS-HR = ZEROES
               SET RCI-ACTION-ALREADY-GONE   TO TRUE
               GO TO 5200-EXIT
           END-IF.

           MOVE QTA-MAX-CALLS-HR             TO WS-OLD-MAX-CALLS.

           EXEC SQL
                UPDATE T_UIS_RACF_QUOTA
                   SET QTA_MAX_CALLS_HR = 0
                 WHERE QTA_RACF_ID      = :QTA-RACF-ID
                   AND QTA_SRV_FN_CD    = :QTA-SRV-FN-CD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - QUOTA UPDATE FAILED SQLCODE='
                        SQLCODE ' ' QTA-RACF-ID '/' QTA-SRV-FN-CD
               GO TO 5200-EXIT
           END-IF.

           MOVE QTA-RACF-ID                  TO QTL-RACF-ID.
           MOVE QTA-SRV-FN-CD                TO QTL-SRV-FN-CD.
           MOVE WS-CAMPAIGN-USERID           TO QTL-CHANGE-USERID.
           SET QTL-CHANGE-IS-UPDATE          TO TRUE.
           MOVE WS-OLD-MAX-CALLS             TO QTL-OLD-MAX-CALLS-HR.
           MOVE ZEROES                       TO QTL-NEW-MAX-CALLS-HR.

           EXEC SQL
                SET :QTL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RACF_QUOTA_LOG
                       ( QTL_RACF_ID
                       , QTL_SRV_FN_CD
                       , QTL_CHANGE_TS
                       , QTL_CHANGE_USERID
                       , QTL_CHANGE_TYPE
                       , QTL_OLD_MAX_CALLS_HR
                       , QTL_NEW_MAX_CALLS_HR )
                VALUES ( :QTL-RACF-ID
                       , :QTL-SRV-FN-CD
                       , :QTL-CHANGE-TS
                       , :QTL-CHANGE-USERID
                       , :QTL-CHANGE-TYPE
                       , :QTL-OLD-MAX-CALLS-HR
                       , :QTL-NEW-MAX-CALLS-HR )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - CHANGE LOG INSERT FAILED SQLCODE='
                        SQLCODE ' ' QTA-RACF-ID '/' QTA-SRV-FN-CD
           END-IF.

           SET RCI-ACTION-DONE               TO TRUE.
           .
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5300-REVOKE-CALLER                          *
      ******************************************************************
       5300-REVOKE-CALLER.

           MOVE RCI-ENT-KEY1                 TO SAC-SRC-APP-NM.

           EXEC SQL
                UPDATE T_UIS_APPRVD_CALLER
                   SET SAC_STATUS = 'R'
                 WHERE SRC_APP_NM = :SAC-SRC-APP-NM
                   AND SAC_STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET RCI-ACTION-DONE       TO TRUE
               WHEN SQLCODE = 100
                   SET RCI-ACTION-ALREADY-GONE TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748RCT - CALLER REVOKE FAILED SQLCODE='
                            SQLCODE ' ' SAC-SRC-APP-NM
           END-EVALUATE.
           .
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5800-STAMP-ACTION                          *
      ******************************************************************
       5800-STAMP-ACTION.

           EXEC SQL
                UPDATE T_UIS_RECERT_ITEM
                   SET RCI_ACTION_STATUS = :RCI-ACTION-STATUS
                     , RCI_ACTION_TS     = CURRENT TIMESTAMP
                 WHERE RCI_CAMPAIGN_ID   = :WS-PARM-CAMPAIGN-ID
                   AND RCI_ENT_TYPE      = :RCI-ENT-TYPE
                   AND RCI_ENT_KEY1      = :RCI-ENT-KEY1
                   AND RCI_ENT_KEY2      = :RCI-ENT-KEY2
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - ACTION STAMP FAILED SQLCODE='
                        SQLCODE ' ' RCI-ENT-TYPE ' ' RCI-ENT-KEY1
               MOVE 12                       TO RETURN-CODE
           END-IF.
           .
       5800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   6000-COMPLETION-REPORT                       *
      * FOR THE SECURITY OFFICE: OUTCOMES PER MANAGER, THEN EVERY      *
      * ENTITLEMENT THE CAMPAIGN REVOKED AND WHETHER THE REVOKE TOOK.  *
      ******************************************************************
       6000-COMPLETION-REPORT.

           DISPLAY ' '.
           DISPLAY 'F5748RCT - ACCESS RECERTIFICATION COMPLETION '
                   'REPORT - CAMPAIGN ' WS-PARM-CAMPAIGN-ID
                   ' - CLOSED ' WS-TODAY-DATE.
           DISPLAY ' '.
           DISPLAY 'MANAGER     ITEMS     KEPT  REVOKED  DEFAULTED'
                   '     OPEN   FAILED'.

           EXEC SQL
                OPEN MGR-RPT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - REPORT CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 6100-REPORT-ONE-MANAGER
              THRU 6100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE MGR-RPT-CSR
           END-EXEC.

           DISPLAY ' '.
           DISPLAY 'REVOKED ENTITLEMENTS (R = BY MANAGER, X = NOT '
                   'ATTESTED BY THE DEADLINE)'.
           DISPLAY 'TYPE KEY         KEY2 MANAGER   LAST-USED   '
                   'DEC BY        RESULT'.

           EXEC SQL
                OPEN REVOKED-RPT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748RCT - REPORT CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 12                       TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 6200-REPORT-ONE-REVOKE
              THRU 6200-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE REVOKED-RPT-CSR
           END-EXEC.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  6100-REPORT-ONE-MANAGER                       *
      ******************************************************************
       6100-REPORT-ONE-MANAGER.

           EXEC SQL
                FETCH MGR-RPT-CSR
                INTO  :RCI-MANAGER-ID, :WS-RPT-TOTAL,
                      :WS-RPT-KEEP, :WS-RPT-REVOKE,
                      :WS-RPT-EXPIRED, :WS-RPT-OPEN,
                      :WS-RPT-FAILED
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748RCT - REPORT FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 6100-EXIT
           END-IF.

           MOVE WS-RPT-TOTAL                 TO WS-RPT-TOTAL-DSP.
           MOVE WS-RPT-KEEP                  TO WS-RPT-KEEP-DSP.
           MOVE WS-RPT-REVOKE                TO WS-RPT-REVOKE-DSP.
           MOVE WS-RPT-EXPIRED               TO WS-RPT-EXPIRED-DSP.
           MOVE WS-RPT-OPEN                  TO WS-RPT-OPEN-DSP.
           MOVE WS-RPT-FAILED                TO WS-RPT-FAILED-DSP.

           DISPLAY RCI-MANAGER-ID '  ' WS-RPT-TOTAL-DSP '  '
                   WS-RPT-KEEP-DSP '  ' WS-RPT-REVOKE-DSP '    '
                   WS-RPT-EXPIRED-DSP '  ' WS-RPT-OPEN-DSP '  '
                   WS-RPT-FAILED-DSP.
           .
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   6200-REPORT-ONE-REVOKE                       *
      ******************************************************************
       6200-REPORT-ONE-REVOKE.

           EXEC SQL
                FETCH REVOKED-RPT-CSR
                INTO  :RCI-ENT-TYPE, :RCI-ENT-KEY1, :RCI-ENT-KEY2,
                      :RCI-MANAGER-ID, :RCI-LAST-USED,
                      :RCI-DECISION, :RCI-DECIDED-BY,
                      :RCI-ACTION-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748RCT - REPORT FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 12                   TO RETURN-CODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 6200-EXIT
           END-IF.

           IF RCI-LAST-USED = WS-NEVER-USED-DATE
               MOVE 'NEVER'                  TO RCI-LAST-USED
           END-IF.

           EVALUATE TRUE
               WHEN RCI-ACTION-DONE
                   DISPLAY RCI-ENT-TYPE ' ' RCI-ENT-KEY1 '  '
                           RCI-ENT-KEY2 ' ' RCI-MANAGER-ID '  '
                           RCI-LAST-USED '  ' RCI-DECISION '   '
                           RCI-DECIDED-BY '  REVOKED'
               WHEN RCI-ACTION-ALREADY-GONE
                   DISPLAY RCI-ENT-TYPE ' ' RCI-ENT-KEY1 '  '
                           RCI-ENT-KEY2 ' ' RCI-MANAGER-ID '  '
                           RCI-LAST-USED '  ' RCI-DECISION '   '
                           RCI-DECIDED-BY '  ALREADY GONE'
               WHEN OTHER
                   DISPLAY RCI-ENT-TYPE ' ' RCI-ENT-KEY1 '  '
                           RCI-ENT-KEY2 ' ' RCI-MANAGER-ID '  '
                           RCI-LAST-USED '  ' RCI-DECISION '   '
                           RCI-DECIDED-BY '  *** NOT REVOKED ***'
           END-EVALUATE.
           .
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-REPORT-SUMMARY                         *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748RCT - RUN SUMMARY, CAMPAIGN '
                   WS-PARM-CAMPAIGN-ID.
           IF WS-MODE-EXTRACT
               DISPLAY '  SEGMENT ITEMS EXTRACTED      ' WS-SEG-ITEMS
               DISPLAY '  QUOTA ITEMS EXTRACTED        ' WS-QUOTA-ITEMS
               DISPLAY '  CALLER ITEMS EXTRACTED       ' WS-CALLER-ITEMS
               DISPLAY '  ATTESTATION FILES WRITTEN    '
                       WS-FILES-WRITTEN
               DISPLAY '  ATTESTATION LINES WRITTEN    '
                       WS-LINES-WRITTEN
           END-IF.
           IF WS-MODE-LOAD
               DISPLAY '  RETURNED LINES READ          '
                       WS-RETURNED-READ
               DISPLAY '  DECISIONS RECORDED           '
                       WS-DECISIONS-TAKEN
               DISPLAY '  LINES LEFT UNDECIDED         '
                       WS-DECISIONS-BLANK
               DISPLAY '  LINES REJECTED               '
                       WS-DECISIONS-REJECTED
           END-IF.
           IF WS-MODE-CLOSE
               DISPLAY '  ITEMS REVOKED BY DEFAULT     '
                       WS-EXPIRED-ITEMS
           END-IF.
           IF WS-MODE-LOAD OR WS-MODE-CLOSE
               DISPLAY '  REVOKES CARRIED OUT          '
                       WS-REVOKES-DONE
               DISPLAY '  REVOKES ALREADY GONE         '
                       WS-REVOKES-GONE
               DISPLAY '  REVOKES FAILED               '
                       WS-REVOKES-FAILED
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748RCT.
