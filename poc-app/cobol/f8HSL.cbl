      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748HSL.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748HSL:     NIGHTLY INFORCE HOUSEHOLD SNAPSHOT LOAD         *
      *                                                                *
      *  FUNCTION:     F5748C36 AND F5748AGE EACH WALKED EVERY         *
      *                CUSTOMER'S INFORCE HOUSEHOLDS ONE F5748ZQF CALL *
      *                AT A TIME, COMPETING WITH ONLINE TRAFFIC FOR    *
      *                THE F6405INx FILES FOR MOST OF THE NIGHT. THIS  *
      *                JOB MAKES THAT WALK ONCE - THE SAME GETFAMILY / *
      *                GETLISTOFMEMBERS BROWSE, EVERY MEMBER WINDOW OF *
      *                EVERY HOUSEHOLD OF EVERY T_CUST_DATA CUSTOMER - *
      *                AND LANDS ONE T_UIS_HHLD_SNAPSHOT ROW PER       *
      *                MEMBER UNDER TODAY'S SNAPSHOT DATE, SO THE      *
      *                REPORTS AND SWEEPS READ HOUSEHOLDS WITH SQL     *
      *                INSTEAD OF GOING BACK TO INFORCE.               *
      *                                                                *
      *                THE RUN REGISTERS ON T_UIS_RUN_STATUS LIKE THE  *
      *                NIGHT-CHAIN JOBS, AFTER F5748REC HAS LOADED     *
      *                T_CUST_DATA. ITS 'SUCCESS' ROW IS WHAT MAKES    *
      *                THE SNAPSHOT DATE USABLE - A LOAD THAT FAILS OR *
      *                DIES PART WAY LEAVES THE PREVIOUS SNAPSHOT AS   *
      *                THE ONE THE READERS USE. A RERUN FOR THE SAME   *
      *                DATE CLEARS THAT DATE'S ROWS FIRST. SNAPSHOT    *
      *                DATES OLDER THAN THE RETENTION ON THE CARD ARE  *
      *                DELETED ONCE THE NEW ONE IS IN.                 *
      *                                                                *
      *  ENVIRONMENT:  BATCH, CICS-ENABLED REGION (SAME F5748ZQF       *
      *                CALLING APPROACH AS F5748PRB).                  *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                      *
      *                   COLS 01-03  SNAPSHOT RETENTION DAYS          *
      *                               (ZERO-FILLED; BLANK OR ZERO = 7) *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ)                              *
      *                T_UIS_HHLD_SNAPSHOT (INSERT/DELETE)             *
      *                T_UIS_RUN_STATUS (INSERT/UPDATE)                *
      *                T_UIS_RUN_HOLD (READ)                           *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748HSL'.
           05  WS-400K-ONLINE-IO            PIC X(08) VALUE 'F5748ZQF'.
      * BOUND ON HOUSEHOLDS BROWSED PER CUSTOMER SO A BAD FILE
      * CANNOT WALK FOREVER - THE SAME BOUND F5748AGE USED.
           05  WS-MAX-FAMILIES              PIC 9(03) VALUE 500.
      * CUSTOMERS LOADED BETWEEN COMMITS. THE CUSTOMER CURSOR IS
      * DECLARED WITH HOLD SO A COMMIT DOES NOT CLOSE IT.
           05  WS-COMMIT-INTERVAL           PIC 9(04) VALUE 0500.
           05  WS-DEFAULT-RETAIN-DAYS       PIC 9(03) VALUE 007.

      ******************************************************************
      *     NIGHT-CHAIN RUN-STATUS AREA - SEE 0900-REGISTER-RUN-START  *
      ******************************************************************
       01  WS-RUN-STATUS-AREA.
           05  WS-RUN-PREDECESSOR           PIC X(08) VALUE 'F5748REC'.
           05  WS-RUN-PRED-OUTCOME          PIC X(08) VALUE SPACES.
           05  WS-RUN-HOLD-BY               PIC X(08) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-PARM-RETAIN-DAYS          PIC X(03) VALUE SPACES.
           05  WS-PARM-RETAIN-DAYS-N REDEFINES WS-PARM-RETAIN-DAYS
                                            PIC 9(03).

       01  WS-WORKING-FIELDS.
      * THE SNAPSHOT DATE IS TAKEN ONCE, AT THE START, AND USED FOR
      * THE RUN-STATUS ROW AS WELL AS THE DATA - A LOAD THAT RUNS
      * PAST MIDNIGHT STILL REGISTERS AND LANDS UNDER ONE DATE.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-RETAIN-DAYS               PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-FAMILY-COUNT              PIC 9(03) VALUE ZEROES.
           05  WS-SUB                       PIC 9(03) VALUE ZEROES.
      * MEMBER-WINDOW PAGING - GETLISTOFMEMBERS RETURNS AT MOST 20
      * MEMBERS PER CALL, SO LARGE GROUP-PLAN HOUSEHOLDS ARE WALKED
      * WINDOW BY WINDOW VIA ZQH-MBRTBL-START-MEMBER.
           05  WS-MEMBERS-LOADED            PIC 9(03) VALUE ZEROES.
           05  WS-WINDOW-COUNT              PIC 9(03) VALUE ZEROES.
           05  WS-PRIOR-EMPLOYEE            PIC X(09) VALUE SPACES.
           05  WS-NEXT-EMPLOYEE-NUM         PIC 9(09) VALUE ZEROES.
           05  WS-UNCOMMITTED-COUNT         PIC 9(04) VALUE ZEROES.

       01  WS-COUNTER-AREA.
           05  WS-CUST-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-NO-HHLD-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-HHLD-COUNT                PIC 9(09) VALUE ZEROES.
           05  WS-MEMBER-COUNT              PIC 9(09) VALUE ZEROES.
           05  WS-CLEARED-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PURGED-COUNT              PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE                     VALUE 'Y'.
           05  WS-MBR-FETCH-SW              PIC X(01) VALUE 'N'.
               88  WS-MBR-FETCH-DONE                  VALUE 'Y'.
           05  WS-LOAD-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-LOAD-FAILED                     VALUE 'Y'.

      * STAND-INS FOR THE CICS EIB BLOCK AND DFHCOMMAREA A REAL CICS
      * REGION WOULD PASS TO A UIS SERVICES SUBPROGRAM - SEE F5748KU0.
       01  WS-EIB-STUB-AREA                 PIC X(01) VALUE SPACE.
       01  WS-DUMMY-COMMAREA                PIC X(01) VALUE SPACE.

       01  ZQF-LINKAGE-AREA0.
           COPY F5748ZQF REPLACING ==:FD:== BY ==ZQF==.

       01  ZQH-LINKAGE-AREA1.
           COPY F5748IN0 REPLACING ==:FD:== BY ==ZQH==.

       01  ZQH-LINKAGE-AREA2.
           COPY F5748ZQH REPLACING ==:FD:== BY ==ZQH==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS - SEE 0900-REGISTER-RUN-START
           EXEC SQL INCLUDE F5748RUN     END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT
           EXEC SQL INCLUDE F5748HSN     END-EXEC.

           EXEC SQL
                DECLARE CUST-CSR CURSOR WITH HOLD FOR
                SELECT CUST_NUM, SEG_ID
                  FROM T_CUST_DATA
                 ORDER BY CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748HSL WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 0800-READ-PARM-CARD
              THRU 0800-EXIT.

           PERFORM 0900-REGISTER-RUN-START
              THRU 0900-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-LOAD-ONE-CUSTOMER
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CUST-CSR
           END-EXEC.

           IF WS-LOAD-FAILED
               PERFORM 9000-REPORT-SUMMARY
                  THRU 9000-EXIT
               PERFORM 0980-REGISTER-RUN-FAILED
                  THRU 0980-EXIT
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 0990-REGISTER-RUN-END
              THRU 0990-EXIT.

           PERFORM 8000-PURGE-OLD-SNAPSHOTS
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      0800-READ-PARM-CARD                       *
      * TAKES THE RETENTION FROM THE CARD AND THE SNAPSHOT DATE FROM   *
      * DB2, BEFORE ANYTHING IS REGISTERED UNDER IT.                   *
      ******************************************************************
       0800-READ-PARM-CARD.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-RETAIN-DAYS NUMERIC
            AND WS-PARM-RETAIN-DAYS-N > ZEROES
               MOVE WS-PARM-RETAIN-DAYS-N    TO WS-RETAIN-DAYS
           ELSE
               MOVE WS-DEFAULT-RETAIN-DAYS   TO WS-RETAIN-DAYS
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WS-SNAP-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HSL - SNAPSHOT DATE NOT AVAILABLE '
                       'SQLCODE=' SQLCODE
               MOVE 16                       TO RETURN-CODE
               GOBACK
           END-IF.
           .
       0800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    0900-REGISTER-RUN-START                     *
      * REGISTERS ON T_UIS_RUN_STATUS THE WAY THE NIGHT-CHAIN JOBS DO. *
      * THE LOAD NEEDS TODAY'S T_CUST_DATA, SO IT REFUSES TO START     *
      * (RETURN CODE 8) UNTIL F5748REC HAS SUCCEEDED OR BEEN MARKED    *
      * MANUAL, OR WHILE IT IS HELD ON THE F5748NCC CONSOLE.           *
      ******************************************************************
       0900-REGISTER-RUN-START.

           MOVE SPACES                      TO WS-RUN-HOLD-BY.
           EXEC SQL
                SELECT RHL_RACF_ID
                  INTO :WS-RUN-HOLD-BY
                  FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = :WS-SNAP-DATE
                   AND RHL_JOB_NM   = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - REFUSING TO START: HELD BY '
                       WS-RUN-HOLD-BY
                       ' ON THE NIGHT-CHAIN CONSOLE'
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES                      TO WS-RUN-PRED-OUTCOME.
           EXEC SQL
                SELECT RUN_OUTCOME
                  INTO :WS-RUN-PRED-OUTCOME
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = :WS-SNAP-DATE
                   AND RUN_JOB_NM = :WS-RUN-PREDECESSOR
           END-EXEC.

           IF SQLCODE NOT = 0
            OR (WS-RUN-PRED-OUTCOME NOT = 'SUCCESS'
            AND WS-RUN-PRED-OUTCOME NOT = 'MANUAL')
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - REFUSING TO START: PREDECESSOR '
                       WS-RUN-PREDECESSOR
                       ' HAS NOT COMPLETED SUCCESSFULLY FOR '
                       'TODAY (OUTCOME=' WS-RUN-PRED-OUTCOME ')'
               MOVE 8                       TO RETURN-CODE
               GOBACK
           END-IF.

      * RE-REGISTER CLEANLY ON A RERUN OF THE SAME DATE.
           EXEC SQL
                DELETE FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = :WS-SNAP-DATE
                   AND RUN_JOB_NM = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RUN_STATUS
                       ( RUN_DATE
                       , RUN_JOB_NM
                       , RUN_START_TS
                       , RUN_END_TS
                       , RUN_OUTCOME )
                VALUES ( :WS-SNAP-DATE
                       , :WS-NAME-OF-THIS-MODULE
                       , CURRENT TIMESTAMP
                       , NULL
                       , 'RUNNING' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY WS-NAME-OF-THIS-MODULE
                       ' - RUN-STATUS REGISTRATION FAILED SQLCODE='
                        SQLCODE
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    0980-REGISTER-RUN-FAILED                    *
      * BACKS OUT THE UNCOMMITTED TAIL OF A FAILED LOAD AND MARKS THE  *
      * RUN FAILED. THE ROWS ALREADY COMMITTED FOR THE DATE STAY UNTIL *
      * THE RERUN CLEARS THEM - WITHOUT A SUCCESS ROW NO READER USES   *
      * THEM.                                                          *
      ******************************************************************
       0980-REGISTER-RUN-FAILED.

           EXEC SQL
                ROLLBACK
           END-EXEC.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'FAILED'
                 WHERE RUN_DATE    = :WS-SNAP-DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0980-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     0990-REGISTER-RUN-END                      *
      ******************************************************************
       0990-REGISTER-RUN-END.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'SUCCESS'
                 WHERE RUN_DATE    = :WS-SNAP-DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.
           .
       0990-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * CLEARS AND COMMITS AWAY ANY ROWS A FAILED EARLIER RUN LEFT     *
      * UNDER TODAY'S DATE, THEN OPENS THE CUSTOMER CURSOR.            *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'F5748HSL - INFORCE HOUSEHOLD SNAPSHOT FOR '
                    WS-SNAP-DATE
                    ' - RETAINING ' WS-RETAIN-DAYS ' DAYS'.

           EXEC SQL
                DELETE FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-CLEARED-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748HSL - CLEAR OF EARLIER ROWS FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-LOAD-FAILED        TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           EXEC SQL
                OPEN CUST-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HSL - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-LOAD-FAILED            TO TRUE
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2900-FETCH-NEXT-CUST
              THRU 2900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-LOAD-ONE-CUSTOMER                     *
      * BROWSES THE CUSTOMER'S HOUSEHOLDS THE WAY F5748DNL DOES -      *
      * POSITION WITH GETFAMILY FROM A LOW-VALUES EMPLOYEE KEY,        *
      * ADVANCE ONE PAST EACH FAMILY'S KEY - AND COMMITS ON THE        *
      * INTERVAL, ONLY EVER BETWEEN CUSTOMERS.                         *
      ******************************************************************
       2000-LOAD-ONE-CUSTOMER.

           ADD 1                             TO WS-CUST-COUNT.

           MOVE WS-NAME-OF-THIS-MODULE      TO ZQH-PASS-LAST-CONTROL.
           MOVE CUST-NUM                    TO ZQH-KEY-CUSTOMER-NUMBER.
           MOVE LOW-VALUES                  TO ZQH-KEY-EMPLOYEE.
           MOVE 'F6405IN'                   TO ZQH-INF-DDNAME(1:7).
           MOVE SEG-ID                      TO ZQH-INF-DDNAME(8:1).

           MOVE 'N'                         TO WS-BROWSE-DONE-SW.
           MOVE ZEROES                      TO WS-FAMILY-COUNT.
           MOVE SPACES                      TO WS-PRIOR-EMPLOYEE.

           PERFORM 2100-LOAD-ONE-FAMILY
              THRU 2100-EXIT
              UNTIL WS-BROWSE-DONE
                 OR WS-FAMILY-COUNT >= WS-MAX-FAMILIES.

           IF WS-LOAD-FAILED
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-FAMILY-COUNT = ZEROES
               ADD 1                        TO WS-NO-HHLD-COUNT
           END-IF.

           ADD 1                            TO WS-UNCOMMITTED-COUNT.
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE ZEROES                  TO WS-UNCOMMITTED-COUNT
           END-IF.

           PERFORM 2900-FETCH-NEXT-CUST
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-LOAD-ONE-FAMILY                      *
      ******************************************************************
       2100-LOAD-ONE-FAMILY.

           SET ZQH-GETFAMILY                TO TRUE.

           CALL WS-400K-ONLINE-IO USING
                       WS-EIB-STUB-AREA
                       WS-DUMMY-COMMAREA
                       ZQF-LINKAGE-AREA0
                       ZQH-LINKAGE-AREA1
                       ZQH-LINKAGE-AREA2.

           IF NOT ZQF-SUCCESSFUL
            OR ZQH-KEY-EMPLOYEE = WS-PRIOR-EMPLOYEE
            OR ZQH-KEY-CUSTOMER-NUMBER NOT = CUST-NUM
               SET WS-BROWSE-DONE           TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                            TO WS-FAMILY-COUNT.
           ADD 1                            TO WS-HHLD-COUNT.
           MOVE ZQH-KEY-EMPLOYEE            TO WS-PRIOR-EMPLOYEE.

      * EVERY MEMBER WINDOW IS LOADED, NOT JUST THE FIRST, OR THE
      * MEMBERS PAST SLOT 20 OF A GROUP-PLAN HOUSEHOLD WOULD BE
      * MISSING FROM THE SNAPSHOT.
           SET ZQH-GETLISTOFMEMBERS         TO TRUE.
           MOVE 1                           TO ZQH-MBRTBL-START-MEMBER.
           MOVE ZEROES                      TO WS-MEMBERS-LOADED.
           MOVE 'N'                         TO WS-MBR-FETCH-SW.

           CALL WS-400K-ONLINE-IO USING
                       WS-EIB-STUB-AREA
                       WS-DUMMY-COMMAREA
                       ZQF-LINKAGE-AREA0
                       ZQH-LINKAGE-AREA1
                       ZQH-LINKAGE-AREA2.

           IF ZQF-SUCCESSFUL
               PERFORM 2200-LOAD-MEMBER-WINDOW
                  THRU 2200-EXIT
               PERFORM 2250-FETCH-NEXT-MBR-WINDOW
                  THRU 2250-EXIT
                  UNTIL WS-MBR-FETCH-DONE
                     OR WS-LOAD-FAILED
                     OR WS-MEMBERS-LOADED >=
                        ZQH-MBRTBL-NUMBER-OF-MEMBERS
           END-IF.

           IF WS-LOAD-FAILED
               SET WS-BROWSE-DONE           TO TRUE
               GO TO 2100-EXIT
           END-IF.

      * RE-POSITION ONE PAST THE FAMILY JUST LOADED.
           IF WS-PRIOR-EMPLOYEE NUMERIC
               MOVE WS-PRIOR-EMPLOYEE       TO WS-NEXT-EMPLOYEE-NUM
               IF WS-NEXT-EMPLOYEE-NUM < 999999999
                   ADD 1                    TO WS-NEXT-EMPLOYEE-NUM
                   MOVE WS-NEXT-EMPLOYEE-NUM
                                            TO ZQH-KEY-EMPLOYEE
                   MOVE CUST-NUM            TO ZQH-KEY-CUSTOMER-NUMBER
               ELSE
                   SET WS-BROWSE-DONE       TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-DONE           TO TRUE
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-LOAD-MEMBER-WINDOW                     *
      * LOADS THE MEMBER SLOTS THE CURRENT GETLISTOFMEMBERS WINDOW     *
      * ACTUALLY FILLED - MIN(TOTAL - START + 1, 20).                  *
      ******************************************************************
       2200-LOAD-MEMBER-WINDOW.

           IF ZQH-MBRTBL-NUMBER-OF-MEMBERS < ZQH-MBRTBL-START-MEMBER
               MOVE ZEROES                  TO WS-WINDOW-COUNT
               SET WS-MBR-FETCH-DONE        TO TRUE
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-WINDOW-COUNT =
                   ZQH-MBRTBL-NUMBER-OF-MEMBERS
                   - ZQH-MBRTBL-START-MEMBER + 1.
           IF WS-WINDOW-COUNT > 20
               MOVE 20                      TO WS-WINDOW-COUNT
           END-IF.

           PERFORM 3000-INSERT-ONE-MEMBER
              THRU 3000-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-WINDOW-COUNT
                   OR WS-LOAD-FAILED.

           ADD WS-WINDOW-COUNT              TO WS-MEMBERS-LOADED.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2250-FETCH-NEXT-MBR-WINDOW                   *
      * RE-DRIVES GETLISTOFMEMBERS AT THE NEXT UNLOADED MEMBER AND     *
      * LOADS THE WINDOW IT RETURNS.                                   *
      ******************************************************************
       2250-FETCH-NEXT-MBR-WINDOW.

           COMPUTE ZQH-MBRTBL-START-MEMBER = WS-MEMBERS-LOADED + 1.

           SET ZQH-GETLISTOFMEMBERS         TO TRUE.

           CALL WS-400K-ONLINE-IO USING
                       WS-EIB-STUB-AREA
                       WS-DUMMY-COMMAREA
                       ZQF-LINKAGE-AREA0
                       ZQH-LINKAGE-AREA1
                       ZQH-LINKAGE-AREA2.

           IF NOT ZQF-SUCCESSFUL
               SET WS-MBR-FETCH-DONE        TO TRUE
               GO TO 2250-EXIT
           END-IF.

           PERFORM 2200-LOAD-MEMBER-WINDOW
              THRU 2200-EXIT.
           .
       2250-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2900-FETCH-NEXT-CUST                      *
      ******************************************************************
       2900-FETCH-NEXT-CUST.

           EXEC SQL
                FETCH CUST-CSR
                INTO  :CUST-NUM, :SEG-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748HSL - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-LOAD-FAILED       TO TRUE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-INSERT-ONE-MEMBER                     *
      * ONE SNAPSHOT ROW PER MEMBER, EMPLOYEE ROW INCLUDED. A FAILED   *
      * INSERT FAILS THE WHOLE LOAD - A SNAPSHOT MISSING HOUSEHOLDS    *
      * WOULD SILENTLY SHORT EVERY REPORT AND SWEEP BUILT ON IT.       *
      ******************************************************************
       3000-INSERT-ONE-MEMBER.

           MOVE WS-SNAP-DATE                TO HSN-SNAP-DATE.
           MOVE CUST-NUM                    TO HSN-CUST-NUM.
           MOVE WS-PRIOR-EMPLOYEE           TO HSN-EMPE-ID.
           COMPUTE HSN-MBR-SEQ = WS-MEMBERS-LOADED + WS-SUB.
           MOVE ZQH-MBRTBL-MBR-SRC-SEQ-NUM(WS-SUB)
                                            TO HSN-MBR-SRC-SEQ.
           MOVE ZQH-MBRTBL-MBR-RELATIONSHIP(WS-SUB)
                                            TO HSN-RELATE-CD.
           MOVE ZQH-MBRTBL-FIRST-NAME(WS-SUB)
                                            TO HSN-FIRST-NM.
           MOVE ZQH-MBRTBL-LAST-NAME(WS-SUB)
                                            TO HSN-LAST-NM.
           MOVE ZQH-MBRTBL-DOB(WS-SUB)      TO HSN-MBR-DOB.
           MOVE SEG-ID                      TO HSN-SEG-ID.

           EXEC SQL
                INSERT INTO T_UIS_HHLD_SNAPSHOT
                       ( HSN_SNAP_DATE
                       , HSN_CUST_NUM
                       , HSN_EMPE_ID
                       , HSN_MBR_SEQ
                       , HSN_MBR_SRC_SEQ
                       , HSN_RELATE_CD
                       , HSN_FIRST_NM
                       , HSN_LAST_NM
                       , HSN_MBR_DOB
                       , HSN_SEG_ID
                       , HSN_LOAD_TS )
                VALUES ( :HSN-SNAP-DATE
                       , :HSN-CUST-NUM
                       , :HSN-EMPE-ID
                       , :HSN-MBR-SEQ
                       , :HSN-MBR-SRC-SEQ
                       , :HSN-RELATE-CD
                       , :HSN-FIRST-NM
                       , :HSN-LAST-NM
                       , :HSN-MBR-DOB
                       , :HSN-SEG-ID
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HSL - SNAPSHOT INSERT FAILED SQLCODE='
                        SQLCODE ' CUST=' HSN-CUST-NUM
                       ' EMPE=' HSN-EMPE-ID ' SEQ=' HSN-MBR-SEQ
               SET WS-LOAD-FAILED           TO TRUE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                            TO WS-MEMBER-COUNT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    8000-PURGE-OLD-SNAPSHOTS                    *
      * RUNS ONLY AFTER TODAY'S SNAPSHOT HAS REGISTERED SUCCESS, SO    *
      * THE RETENTION CAN NEVER LEAVE THE READERS WITH NO SNAPSHOT. A  *
      * FAILED PURGE IS REPORTED BUT DOES NOT FAIL THE RUN - THE OLD   *
      * ROWS GO ON THE NEXT NIGHT'S PURGE.                             *
      ******************************************************************
       8000-PURGE-OLD-SNAPSHOTS.

           EXEC SQL
                DELETE FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE <
                       DATE(:WS-SNAP-DATE) - :WS-RETAIN-DAYS DAYS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-PURGED-COUNT
                   EXEC SQL
                        COMMIT
                   END-EXEC
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748HSL - SNAPSHOT PURGE FAILED SQLCODE='
                            SQLCODE
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
           END-EVALUATE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748HSL - SNAPSHOT DATE          : ' WS-SNAP-DATE.
           DISPLAY 'F5748HSL - CUSTOMERS WALKED       : '
                    WS-CUST-COUNT.
           DISPLAY 'F5748HSL - CUSTOMERS WITH NO HHLD : '
                    WS-NO-HHLD-COUNT.
           DISPLAY 'F5748HSL - HOUSEHOLDS LOADED      : '
                    WS-HHLD-COUNT.
           DISPLAY 'F5748HSL - MEMBER ROWS LOADED     : '
                    WS-MEMBER-COUNT.
           DISPLAY 'F5748HSL - EARLIER ROWS CLEARED   : '
                    WS-CLEARED-COUNT.
           DISPLAY 'F5748HSL - EXPIRED ROWS PURGED    : '
                    WS-PURGED-COUNT.

           IF WS-LOAD-FAILED
               DISPLAY 'F5748HSL - LOAD FAILED - THE PREVIOUS SNAPSHOT '
                       'REMAINS THE ONE IN USE'
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748HSL.
