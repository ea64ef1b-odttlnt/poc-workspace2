      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748HRC.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748HRC:     HOUSEHOLD MAINTENANCE RECONCILIATION (NIGHTLY)  *
      *                                                                *
      *  FUNCTION:     F5748HHM APPLIES DEPENDENT ADDS, CHANGES, AND   *
      *                END-DATES TO INFORCE THROUGH F5748ZQF, BUT AN   *
      *                UPSTREAM INFORCE BATCH RUNNING AFTERWARDS CAN   *
      *                OVERWRITE ONE, AND UIS WOULD NEVER KNOW. THIS   *
      *                JOB TAKES EVERY SUCCESSFUL F5748HHM UPDATE      *
      *                LOGGED ON T_UIS_TRANSACTION_LOG FOR THE RUN     *
      *                DATE AND CHECKS IT AGAINST THE FOLLOWING        *
      *                NIGHT'S INFORCE HOUSEHOLD SNAPSHOT - THE FIRST  *
      *                SNAPSHOT DATE AFTER THE RUN DATE THAT F5748HSL  *
      *                REGISTERED 'SUCCESS' FOR. FINDINGS:             *
      *                                                                *
      *                  LOST     - THE MEMBER IS THERE AS THE CHANGE  *
      *                             FOUND IT: A CHG'S BEFORE-IMAGE     *
      *                             (NAME AND RELATIONSHIP) IS BACK,   *
      *                             OR AN END-DATED MEMBER IS STILL    *
      *                             LISTED PAST ITS END DATE.          *
      *                  CHANGED  - THE MEMBER IS THERE BUT MATCHES    *
      *                             NEITHER THE CHANGE NOR WHAT IT     *
      *                             REPLACED (AN ADDED MEMBER CARRIES  *
      *                             ANOTHER RELATIONSHIP).             *
      *                  UNSEEN   - THE MEMBER THE CHANGE NAMED IS     *
      *                             NOT ON THE HOUSEHOLD AT ALL: AN    *
      *                             ADD (BY NAME AND DOB) NEVER        *
      *                             APPEARED, OR A CHG'S MEMBER IS     *
      *                             GONE.                              *
      *                                                                *
      *                EACH FINDING IS LISTED AND RAISES (OR           *
      *                REFRESHES) AN 'HHMR' CASE FOR THE CUSTOMER ON   *
      *                THE STEWARDSHIP WORKQUEUE (T_UIS_STEWARD_CASE). *
      *                                                                *
      *                THE REQUEST FIELDS ARE READ FROM THE LOGGED     *
      *                'RESPONSE' ROW (BYTE 16 ON, THE F5748I01        *
      *                LAYOUT) - IT CARRIES THE REQUEST HEADER AS THE  *
      *                SERVICE SAW IT AND THE CHG BEFORE-IMAGE F5748HHM*
      *                PUT IN ZOS-REPLY-ADDNTL-AREA. THE PAYLOAD IS    *
      *                DETOKENIZED THROUGH F5748TKN FIRST, WHICH NEEDS *
      *                A T_UIS_PII_DETOK_AUTH GRANT FOR THE JOB'S ID;  *
      *                AN ADD OR CHG THAT STAYS TOKENIZED CANNOT BE    *
      *                COMPARED AND IS COUNTED AS NOT CHECKED.         *
      *                                                                *
      *                EACH HOUSEHOLD'S UPDATES ARE TAKEN NEWEST FIRST *
      *                SO ONLY THE LAST SUCCESSFUL CHANGE TO A MEMBER  *
      *                (SOURCE SEQUENCE, OR NAME FOR AN ADD) ON THE    *
      *                DAY IS CHECKED - AN EARLIER ONE IS SUPERSEDED.  *
      *                A SUCCESSFUL UNDO SUPERSEDES THE CHANGE IT      *
      *                REVERSED THE SAME WAY, AND AN ADD FOLLOWED BY   *
      *                AN END-DATE IN THE SAME HOUSEHOLD IS NOT        *
      *                REPORTED UNSEEN. AN END DATE STILL AFTER THE    *
      *                SNAPSHOT DATE IS NOT YET DUE AND NOT CHECKED.   *
      *                VALIDATE-ONLY, CACHE-HIT, REPLAYED, STUBBED,    *
      *                AND BATCH-OF-REQUESTS RESPONSES ARE LEFT OUT,   *
      *                AS F5748EOD LEAVES THEM OUT.                    *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                           *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - RUN-DATE (YYYY-MM-DD; BLANK =        *
      *                           YESTERDAY)                           *
      *                                                                *
      *  RETURN CODE:  0 NO FINDINGS, 4 FINDINGS LISTED, 8 NO          *
      *                SNAPSHOT AFTER THE RUN DATE YET OR A DB2        *
      *                FAILURE                                         *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_SRV_FN_PGM (READ)                         *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_STEWARD_CASE (READ/UPDATE/INSERT)         *
      *                T_UIS_PII_VAULT (READ, VIA F5748TKN)            *
      *                T_UIS_DISCLOSURE_LOG (INSERT, VIA F5748TKN)     *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748HRC'.
           05  WS-CASE-TYPE-HHMR            PIC X(04) VALUE 'HHMR'.
           05  WS-HOUSEHOLD-PGM             PIC X(08) VALUE 'F5748HHM'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-TOKENIZE-PGM              PIC X(08) VALUE 'F5748TKN'.
           05  WS-MAX-SEEN                  PIC 9(03) VALUE 050.

       01  WS-WORKING-FIELDS.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SNAP-YYYYMMDD             PIC X(08) VALUE SPACES.
      * THE HOUSEHOLD BEING WORKED - RESET ON EACH CONTROL BREAK
           05  WS-HH-CUST-NUM               PIC X(10) VALUE SPACES.
           05  WS-HH-EMPE-ID                PIC X(09) VALUE SPACES.
      * THE DECODED REQUEST
           05  WS-ACTION-CD                 PIC X(03) VALUE SPACES.
               88  WS-ACTION-ADD                      VALUE 'ADD'.
               88  WS-ACTION-CHG                      VALUE 'CHG'.
               88  WS-ACTION-END                      VALUE 'END'.
           05  WS-MEMBER-SEQ                PIC X(02) VALUE SPACES.
           05  WS-MEMBER-SEQ-N REDEFINES WS-MEMBER-SEQ
                                            PIC 9(02).
           05  WS-RELATE-CD                 PIC X(02) VALUE SPACES.
           05  WS-END-DATE                  PIC X(08) VALUE SPACES.
           05  WS-FIRST-NAME                PIC X(20) VALUE SPACES.
           05  WS-LAST-NAME                 PIC X(25) VALUE SPACES.
           05  WS-MEMBER-DOB                PIC X(08) VALUE SPACES.
           05  WS-MEMBER-KEY                PIC X(46) VALUE SPACES.
           05  WS-FINDING                   PIC X(08) VALUE SPACES.
           05  WS-FINDING-DETAIL            PIC X(60) VALUE SPACES.
           05  WS-SUB                       PIC 9(03) VALUE ZEROES.

      * ONE SUCCESSFUL UPDATE AS FETCHED FROM UPD-CSR
       01  WS-UPDATE-ROW.
           05  WS-UR-CORRELATION-ID         PIC X(50).
           05  WS-UR-LOG-TS                 PIC X(26).
           05  WS-UR-RACF-ID                PIC X(08).
           05  WS-UR-OPERATION              PIC X(08).

      * MEMBERS ALREADY ACCOUNTED FOR IN THIS HOUSEHOLD, NEWEST
      * CHANGE FIRST - 'S' + SOURCE SEQUENCE, OR 'N' + LAST AND FIRST
      * NAME FOR AN ADD.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT                PIC 9(03) VALUE ZEROES.
           05  WS-SEEN-KEY OCCURS 50 TIMES  PIC X(46).

      * F5748HHM'S BEFORE-IMAGE - 'BEFORE=' LAST ',' FIRST ' REL=' RR
       01  WS-BEFORE-VIEW.
           05  WS-BV-TAG                    PIC X(07).
               88  WS-BV-PRESENT                      VALUE 'BEFORE='.
           05  WS-BV-LAST-NM                PIC X(25).
           05  FILLER                       PIC X(01).
           05  WS-BV-FIRST-NM               PIC X(20).
           05  FILLER                       PIC X(05).
           05  WS-BV-RELATE-CD              PIC X(02).
           05  FILLER                       PIC X(140).

       01  WS-COUNTER-AREA.
           05  WS-UPDATES-READ              PIC 9(07) VALUE ZEROES.
           05  WS-UNDO-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-SUPERSEDED-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-NOT-DUE-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-NOT-CHECKED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-CONFIRMED-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-LOST-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-CHANGED-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-UNSEEN-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-CASES-RAISED              PIC 9(07) VALUE ZEROES.
           05  WS-FAILURE-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-CURSOR-SW                 PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.
           05  WS-SEEN-SW                   PIC X(01) VALUE 'N'.
               88  WS-KEY-SEEN                        VALUE 'Y'.
           05  WS-HH-END-SW                 PIC X(01) VALUE 'N'.
               88  WS-HH-END-SEEN                     VALUE 'Y'.
           05  WS-TOKENIZED-SW              PIC X(01) VALUE 'N'.
               88  WS-STILL-TOKENIZED                 VALUE 'Y'.

      * THE LOGGED RESPONSE, OVERLAID ON THE SERVICE COMMAREA LAYOUT
       01  WS-HHM-COMMAREA.
           COPY F5748I01.

       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_TRANSACTION_LOG
           EXEC SQL
                INCLUDE F5748TLG
           END-EXEC.

      * DCLGEN FOR T_UIS_SRV_FN_PGM
           EXEC SQL
                INCLUDE F5748SFP
           END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT
           EXEC SQL
                INCLUDE F5748HSN
           END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE
           EXEC SQL
                INCLUDE F5748STC
           END-EXEC.

      * EVERY SUCCESSFUL F5748HHM UPDATE OR UNDO ON THE RUN DATE,
      * HOUSEHOLD BY HOUSEHOLD, NEWEST FIRST, WITH THE PROGRAM THE
      * FUNCTION WAS ROUTED TO ON THE DAY.
           EXEC SQL
                DECLARE UPD-CSR CURSOR FOR
                SELECT L.TLG_CUSTOMER_NBR
                     , L.TLG_EMPLOYEE_NBR
                     , L.TLG_CORRELATION_ID
                     , CHAR(L.TLG_LOG_TIMESTAMP)
                     , L.TLG_RACF_ID
                     , L.TLG_OPERATION
                     , L.TLG_SEG_SEQ
                     , L.TLG_SRV_FN_CD
                     , L.TLG_LOG_DATA_LENGTH
                     , L.TLG_LOG_DATA
                  FROM T_UIS_TRANSACTION_LOG L
                     , T_UIS_SRV_FN_PGM P
                 WHERE P.UIS_SRV_FN_CD      = L.TLG_SRV_FN_CD
                   AND P.EFF_DATE          <= DATE(L.TLG_LOG_TIMESTAMP)
                   AND P.END_DATE          >= DATE(L.TLG_LOG_TIMESTAMP)
                   AND P.UIS_SRV_PGM_NM     = :WS-HOUSEHOLD-PGM
                   AND L.TLG_LOG_TYPE       = 'RESPONSE'
                   AND L.TLG_REQUEST_STATUS = '00'
                   AND L.TLG_OPERATION IN ('UPDATE', 'UNDO')
                   AND L.TLG_OPER_MODE NOT IN ('V', 'C', 'R', 'S')
                   AND L.TLG_BATCH_COUNT    = '00'
                   AND L.TLG_CUSTOMER_NBR  <> ' '
                   AND DATE(L.TLG_LOG_TIMESTAMP) = :WS-RUN-DATE
                 ORDER BY L.TLG_CUSTOMER_NBR, L.TLG_EMPLOYEE_NBR,
                          L.TLG_LOG_TIMESTAMP DESC
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748HRC WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-FETCH-NEXT-UPDATE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE UPD-CSR
           END-EXEC.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * THE SNAPSHOT CHECKED AGAINST IS THE FIRST ONE LOADED AFTER     *
      * THE RUN DATE - THE FOLLOWING NIGHT'S. UNTIL F5748HSL HAS       *
      * REGISTERED ONE THERE IS NOTHING TO CHECK AGAINST YET.          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE                FROM SYSIN.

           IF WS-RUN-DATE = SPACES
               EXEC SQL
                    SET :WS-RUN-DATE = CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
           END-IF.

           EXEC SQL
                SELECT CHAR(MIN(RUN_DATE), ISO)
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
                   AND RUN_DATE    > :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748HRC - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       'AFTER ' WS-RUN-DATE
                       ' (SQLCODE=' SQLCODE ') - NOTHING CHECKED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           STRING WS-SNAP-DATE(1:4) WS-SNAP-DATE(6:2)
                  WS-SNAP-DATE(9:2)
                  DELIMITED BY SIZE
                  INTO WS-SNAP-YYYYMMDD.

           DISPLAY 'F5748HRC - HOUSEHOLD MAINTENANCE RECONCILIATION - '
                   'UPDATES OF ' WS-RUN-DATE
                   ' AGAINST SNAPSHOT OF ' WS-SNAP-DATE.
           DISPLAY ' '.

           EXEC SQL
                OPEN UPD-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748HRC - UPD-CSR OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-EOF-CURSOR             TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-FETCH-NEXT-UPDATE                     *
      * DECODES ONE LOGGED RESPONSE AND DECIDES WHETHER IT IS THE      *
      * CHANGE TO CHECK FOR ITS MEMBER.                                *
      ******************************************************************
       2000-FETCH-NEXT-UPDATE.

           EXEC SQL
                FETCH UPD-CSR
                 INTO :TLG-CUSTOMER-NBR
                    , :TLG-EMPLOYEE-NBR
                    , :WS-UR-CORRELATION-ID
                    , :WS-UR-LOG-TS
                    , :WS-UR-RACF-ID
                    , :WS-UR-OPERATION
                    , :TLG-SEG-SEQ
                    , :TLG-SRV-FN-CD
                    , :TLG-LOG-DATA-LENGTH
                    , :TLG-LOG-DATA
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   ADD 1                     TO WS-FAILURE-COUNT
                   DISPLAY 'F5748HRC - UPD-CSR FETCH FAILED SQLCODE='
                            SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1                             TO WS-UPDATES-READ.

           IF TLG-CUSTOMER-NBR NOT = WS-HH-CUST-NUM
            OR TLG-EMPLOYEE-NBR NOT = WS-HH-EMPE-ID
               MOVE TLG-CUSTOMER-NBR         TO WS-HH-CUST-NUM
               MOVE TLG-EMPLOYEE-NBR         TO WS-HH-EMPE-ID
               MOVE ZEROES                   TO WS-SEEN-COUNT
               MOVE 'N'                      TO WS-HH-END-SW
           END-IF.

           PERFORM 2100-DETOKENIZE-PAYLOAD
              THRU 2100-EXIT.

           INITIALIZE WS-HHM-COMMAREA.
           MOVE TLG-LOG-DATA(16:LENGTH OF WS-HHM-COMMAREA)
             TO WS-HHM-COMMAREA.

           PERFORM 2200-DECODE-REQUEST
              THRU 2200-EXIT.

           PERFORM 2300-CHECK-SEEN-KEY
              THRU 2300-EXIT.

      * AN UNDO IS NOT ITSELF CHECKED - IT ONLY RETIRES THE CHANGE
      * IT REVERSED, WHICH IS OLDER AND SO COMES AFTER IT HERE.
           IF WS-UR-OPERATION = 'UNDO'
               ADD 1                         TO WS-UNDO-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-KEY-SEEN
               ADD 1                         TO WS-SUPERSEDED-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-STILL-TOKENIZED
            AND NOT WS-ACTION-END
               ADD 1                         TO WS-NOT-CHECKED-COUNT
               DISPLAY 'F5748HRC - STILL TOKENIZED, NOT CHECKED: '
                        WS-UR-CORRELATION-ID
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 3100-CHECK-ADD
                      THRU 3100-EXIT
               WHEN WS-ACTION-CHG
                   PERFORM 3200-CHECK-CHG
                      THRU 3200-EXIT
               WHEN WS-ACTION-END
                   PERFORM 3300-CHECK-END
                      THRU 3300-EXIT
               WHEN OTHER
                   ADD 1                     TO WS-NOT-CHECKED-COUNT
           END-EVALUATE.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-DETOKENIZE-PAYLOAD                     *
      * HAS F5748TKN PUT THE NAMES AND DATE OF BIRTH BACK INTO         *
      * TLG-LOG-DATA. THE JOB'S OWN DB2 ID IS THE ONE CHECKED FOR      *
      * THE GRANT.                                                     *
      ******************************************************************
       2100-DETOKENIZE-PAYLOAD.

           SET TKN-DETOKENIZE                TO TRUE.
           MOVE SPACES                       TO TKN-RACF-ID.
           MOVE WS-UR-CORRELATION-ID         TO TKN-CORRELATION-ID.
           MOVE 'RESPONSE'                   TO TKN-LOG-TYPE.
           MOVE TLG-SEG-SEQ                  TO TKN-SEG-SEQ.
           MOVE TLG-CUSTOMER-NBR             TO TKN-CUSTOMER-NBR.
           MOVE TLG-EMPLOYEE-NBR             TO TKN-EMPLOYEE-NBR.
           MOVE TLG-SRV-FN-CD                TO TKN-SRV-FN-CD.
           MOVE TLG-LOG-DATA-LENGTH          TO TKN-LOG-DATA-LENGTH.

           CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                      TLG-LOG-DATA.

           IF TKN-RETURN-CODE = 8
            OR TKN-RETURN-CODE = 12
               SET WS-STILL-TOKENIZED        TO TRUE
           ELSE
               MOVE 'N'                      TO WS-TOKENIZED-SW
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2200-DECODE-REQUEST                       *
      * THE SAME REQUEST FIELDS F5748HHM'S 1000-VALIDATE-MAINT-INPUT   *
      * TAKES APART, PLUS THE MEMBER KEY THE CHANGE IS FILED UNDER.    *
      ******************************************************************
       2200-DECODE-REQUEST.

           MOVE ZOS-SERVICE-ID(1:3)          TO WS-ACTION-CD.
           MOVE ZOS-SERVICE-ID(5:2)          TO WS-MEMBER-SEQ.
           MOVE ZOS-SERVICE-ID(8:2)          TO WS-RELATE-CD.
           MOVE ZOS-SERVICE-ID(11:8)         TO WS-END-DATE.
           MOVE ZOS-REQUEST-SRCH-DOB         TO WS-MEMBER-DOB.

           MOVE SPACES                       TO WS-LAST-NAME
                                                WS-FIRST-NAME
                                                WS-MEMBER-KEY.
           UNSTRING ZOS-REQUEST-SRCH-CUST-NM
               DELIMITED BY ','
               INTO WS-LAST-NAME WS-FIRST-NAME.

           IF WS-ACTION-ADD
               STRING 'N' WS-LAST-NAME WS-FIRST-NAME
                      DELIMITED BY SIZE
                      INTO WS-MEMBER-KEY
           ELSE
               STRING 'S' WS-MEMBER-SEQ
                      DELIMITED BY SIZE
                      INTO WS-MEMBER-KEY
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2300-CHECK-SEEN-KEY                       *
      * A NEWER CHANGE (OR UNDO) TO THE SAME MEMBER IN THIS            *
      * HOUSEHOLD HAS ALREADY BEEN TAKEN - THIS ONE IS SUPERSEDED.     *
      * OTHERWISE THE KEY IS RECORDED FOR THE OLDER ROWS STILL TO      *
      * COME.                                                          *
      ******************************************************************
       2300-CHECK-SEEN-KEY.

           MOVE 'N'                          TO WS-SEEN-SW.

           PERFORM 2310-SCAN-SEEN-KEY
              THRU 2310-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-SEEN-COUNT
                   OR WS-KEY-SEEN.

           IF NOT WS-KEY-SEEN
            AND WS-SEEN-COUNT < WS-MAX-SEEN
               ADD 1                         TO WS-SEEN-COUNT
               MOVE WS-MEMBER-KEY
                 TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.

           IF WS-ACTION-END
               SET WS-HH-END-SEEN            TO TRUE
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2310-SCAN-SEEN-KEY                       *
      ******************************************************************
       2310-SCAN-SEEN-KEY.

           IF WS-SEEN-KEY(WS-SUB) = WS-MEMBER-KEY
               SET WS-KEY-SEEN               TO TRUE
           END-IF.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-CHECK-ADD                         *
      * THE ADDED MEMBER IS LOOKED FOR BY NAME AND DATE OF BIRTH -     *
      * INFORCE ASSIGNS THE SOURCE SEQUENCE, SO THE REQUEST HAS NONE.  *
      ******************************************************************
       3100-CHECK-ADD.

           EXEC SQL
                SELECT HSN_RELATE_CD
                  INTO :HSN-RELATE-CD
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
                   AND HSN_CUST_NUM  = :TLG-CUSTOMER-NBR
                   AND HSN_EMPE_ID   = :TLG-EMPLOYEE-NBR
                   AND HSN_LAST_NM   = :WS-LAST-NAME
                   AND HSN_FIRST_NM  = :WS-FIRST-NAME
                   AND HSN_MBR_DOB   = :WS-MEMBER-DOB
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                AND HSN-RELATE-CD = WS-RELATE-CD
                   ADD 1                     TO WS-CONFIRMED-COUNT
               WHEN SQLCODE = 0
                   MOVE 'CHANGED '           TO WS-FINDING
                   MOVE SPACES               TO WS-FINDING-DETAIL
                   STRING 'ADDED AS REL=' WS-RELATE-CD
                          ', NOW REL=' HSN-RELATE-CD
                          DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
      * ADDED THEN END-DATED THE SAME DAY - GONE FOR A GOOD REASON.
               WHEN SQLCODE = 100
                AND WS-HH-END-SEEN
                   ADD 1                     TO WS-SUPERSEDED-COUNT
               WHEN SQLCODE = 100
                   MOVE 'UNSEEN  '           TO WS-FINDING
                   MOVE SPACES               TO WS-FINDING-DETAIL
                   STRING 'NO ' WS-LAST-NAME ',' WS-FIRST-NAME
                          ' DOB=' WS-MEMBER-DOB
                          DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
               WHEN OTHER
                   ADD 1                     TO WS-FAILURE-COUNT
                   DISPLAY 'F5748HRC - SNAPSHOT READ FAILED SQLCODE='
                            SQLCODE ' FOR ' TLG-CUSTOMER-NBR
           END-EVALUATE.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3200-CHECK-CHG                         *
      * THE MEMBER IS READ BY SOURCE SEQUENCE AND COMPARED WITH THE    *
      * CHANGE, THEN WITH THE BEFORE-IMAGE THE RESPONSE CARRIED.       *
      ******************************************************************
       3200-CHECK-CHG.

           PERFORM 3900-READ-MEMBER-BY-SEQ
              THRU 3900-EXIT.

           MOVE ZOS-REPLY-ADDNTL-AREA        TO WS-BEFORE-VIEW.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'UNSEEN  '           TO WS-FINDING
                   MOVE 'MEMBER NO LONGER ON THE HOUSEHOLD'
                                             TO WS-FINDING-DETAIL
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
               WHEN SQLCODE NOT = 0
                   ADD 1                     TO WS-FAILURE-COUNT
                   DISPLAY 'F5748HRC - SNAPSHOT READ FAILED SQLCODE='
                            SQLCODE ' FOR ' TLG-CUSTOMER-NBR
               WHEN HSN-LAST-NM   = WS-LAST-NAME
                AND HSN-FIRST-NM  = WS-FIRST-NAME
                AND HSN-RELATE-CD = WS-RELATE-CD
                   ADD 1                     TO WS-CONFIRMED-COUNT
               WHEN WS-BV-PRESENT
                AND WS-BV-LAST-NM NOT = SPACES
                AND HSN-LAST-NM   = WS-BV-LAST-NM
                AND HSN-FIRST-NM  = WS-BV-FIRST-NM
                AND HSN-RELATE-CD = WS-BV-RELATE-CD
                   MOVE 'LOST    '           TO WS-FINDING
                   PERFORM 3950-DESCRIBE-MEMBER
                      THRU 3950-EXIT
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'CHANGED '           TO WS-FINDING
                   PERFORM 3950-DESCRIBE-MEMBER
                      THRU 3950-EXIT
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
           END-EVALUATE.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3300-CHECK-END                         *
      * AN END-DATED MEMBER DROPS OFF THE MEMBER LIST ONCE THE END     *
      * DATE HAS PASSED. ONE STILL LISTED AFTER IT HAS LOST THE        *
      * END-DATE.                                                      *
      ******************************************************************
       3300-CHECK-END.

           IF WS-END-DATE > WS-SNAP-YYYYMMDD
               ADD 1                         TO WS-NOT-DUE-COUNT
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3900-READ-MEMBER-BY-SEQ
              THRU 3900-EXIT.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1                     TO WS-CONFIRMED-COUNT
               WHEN SQLCODE = 0
                   MOVE 'LOST    '           TO WS-FINDING
                   MOVE SPACES               TO WS-FINDING-DETAIL
                   STRING 'END DATE ' WS-END-DATE ' BUT STILL LISTED'
                          DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
                   PERFORM 4000-RAISE-FINDING
                      THRU 4000-EXIT
               WHEN OTHER
                   ADD 1                     TO WS-FAILURE-COUNT
                   DISPLAY 'F5748HRC - SNAPSHOT READ FAILED SQLCODE='
                            SQLCODE ' FOR ' TLG-CUSTOMER-NBR
           END-EVALUATE.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3900-READ-MEMBER-BY-SEQ                     *
      * SQLCODE IS LEFT FOR THE CALLER TO TEST.                        *
      ******************************************************************
       3900-READ-MEMBER-BY-SEQ.

           IF WS-MEMBER-SEQ NOT NUMERIC
               MOVE ZEROES                   TO WS-MEMBER-SEQ-N
           END-IF.

           MOVE WS-MEMBER-SEQ-N              TO HSN-MBR-SRC-SEQ.

           EXEC SQL
                SELECT HSN_FIRST_NM, HSN_LAST_NM, HSN_RELATE_CD
                  INTO :HSN-FIRST-NM, :HSN-LAST-NM, :HSN-RELATE-CD
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE   = :WS-SNAP-DATE
                   AND HSN_CUST_NUM    = :TLG-CUSTOMER-NBR
                   AND HSN_EMPE_ID     = :TLG-EMPLOYEE-NBR
                   AND HSN_MBR_SRC_SEQ = :HSN-MBR-SRC-SEQ
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           .
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3950-DESCRIBE-MEMBER                      *
      ******************************************************************
       3950-DESCRIBE-MEMBER.

           MOVE SPACES                       TO WS-FINDING-DETAIL.
           STRING 'NOW ' HSN-LAST-NM ',' HSN-FIRST-NM
                  ' REL=' HSN-RELATE-CD
                  DELIMITED BY SIZE
                  INTO WS-FINDING-DETAIL.
           .
       3950-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4000-RAISE-FINDING                       *
      * LISTS THE FINDING AND RAISES THE CUSTOMER'S 'HHMR' CASE WITH   *
      * THE SAME UPDATE-THEN-INSERT AS THE OTHER WORKQUEUE FEEDERS -   *
      * A CLOSED CASE IS REOPENED. SEVERAL FINDINGS FOR ONE            *
      * CUSTOMER SHARE ONE CASE; THE EVIDENCE IS THE LAST ONE LISTED.  *
      ******************************************************************
       4000-RAISE-FINDING.

           EVALUATE WS-FINDING
               WHEN 'LOST    '
                   ADD 1                     TO WS-LOST-COUNT
               WHEN 'CHANGED '
                   ADD 1                     TO WS-CHANGED-COUNT
               WHEN OTHER
                   ADD 1                     TO WS-UNSEEN-COUNT
           END-EVALUATE.

           DISPLAY WS-FINDING ' ' TLG-CUSTOMER-NBR
                   ' EMPE=' TLG-EMPLOYEE-NBR
                   ' ' WS-ACTION-CD ' SEQ=' WS-MEMBER-SEQ
                   ' AT ' WS-UR-LOG-TS(1:19)
                   ' BY ' WS-UR-RACF-ID.
           DISPLAY '         ' WS-FINDING-DETAIL.

           MOVE WS-CASE-TYPE-HHMR            TO STC-CASE-TYPE.
           MOVE SPACES                       TO STC-EVIDENCE.
           STRING WS-FINDING WS-ACTION-CD ' ' WS-RUN-DATE
                  ' EMPE=' TLG-EMPLOYEE-NBR
                  ' SEQ=' WS-MEMBER-SEQ
                  ' BY=' WS-UR-RACF-ID
                  DELIMITED BY SIZE
                  INTO STC-EVIDENCE.

           EXEC SQL
                UPDATE T_UIS_STEWARD_CASE
                   SET STC_LAST_SEEN_TS = CURRENT TIMESTAMP
                     , STC_SEEN_COUNT   = STC_SEEN_COUNT + 1
                     , STC_EVIDENCE     = :STC-EVIDENCE
                     , STC_STATUS       = CASE WHEN STC_STATUS = 'C'
                                          THEN 'O' ELSE STC_STATUS
                                          END
                 WHERE STC_CASE_TYPE  = :STC-CASE-TYPE
                   AND STC_CUST_NUM_A = :TLG-CUSTOMER-NBR
                   AND STC_CUST_NUM_B = ' '
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_UIS_STEWARD_CASE
                           ( STC_CASE_TYPE
                           , STC_CUST_NUM_A
                           , STC_CUST_NUM_B
                           , STC_EVIDENCE
                           , STC_FIRST_SEEN_TS
                           , STC_LAST_SEEN_TS
                           , STC_SEEN_COUNT
                           , STC_STATUS
                           , STC_CLAIMED_BY
                           , STC_NOTE
                           , STC_CLOSED_TS )
                    VALUES ( :STC-CASE-TYPE
                           , :TLG-CUSTOMER-NBR
                           , ' '
                           , :STC-EVIDENCE
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , 'O'
                           , ' '
                           , ' '
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               ADD 1                         TO WS-CASES-RAISED
           ELSE
               ADD 1                         TO WS-FAILURE-COUNT
               DISPLAY 'F5748HRC - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' TLG-CUSTOMER-NBR
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748HRC - UPDATES READ           : '
                    WS-UPDATES-READ.
           DISPLAY 'F5748HRC -   UNDOS                : '
                    WS-UNDO-COUNT.
           DISPLAY 'F5748HRC -   SUPERSEDED           : '
                    WS-SUPERSEDED-COUNT.
           DISPLAY 'F5748HRC -   END DATE NOT YET DUE : '
                    WS-NOT-DUE-COUNT.
           DISPLAY 'F5748HRC -   NOT CHECKED          : '
                    WS-NOT-CHECKED-COUNT.
           DISPLAY 'F5748HRC -   CONFIRMED            : '
                    WS-CONFIRMED-COUNT.
           DISPLAY 'F5748HRC -   LOST                 : '
                    WS-LOST-COUNT.
           DISPLAY 'F5748HRC -   CHANGED AGAIN        : '
                    WS-CHANGED-COUNT.
           DISPLAY 'F5748HRC -   NEVER VISIBLE        : '
                    WS-UNSEEN-COUNT.
           DISPLAY 'F5748HRC - CASES RAISED/REFRESHED : '
                    WS-CASES-RAISED.
           DISPLAY 'F5748HRC - FAILURES               : '
                    WS-FAILURE-COUNT.

           IF WS-FAILURE-COUNT NOT = ZEROES
               MOVE 8                        TO RETURN-CODE
           ELSE
               IF WS-LOST-COUNT + WS-CHANGED-COUNT + WS-UNSEEN-COUNT
                  > ZEROES
                   MOVE 4                    TO RETURN-CODE
               END-IF
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748HRC.
