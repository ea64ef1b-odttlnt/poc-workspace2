      *                BUT UIS NEVER LOOKED AT A HOUSEHOLD UNLESS      *
      *                SOMEONE ASKED - A DEPENDENT AGED PAST A         *
      *                THRESHOLD AND WE FOUND OUT AT CLAIM TIME. THIS  *
      *                NIGHTLY JOB READS EVERY CUSTOMER'S HOUSEHOLDS   *
      *                FROM THE LATEST SUCCESSFUL F5748HSL SNAPSHOT    *
      *                (T_UIS_HHLD_SNAPSHOT), CHECKS EACH NON-EMPLOYEE *
      *                MEMBER'S BIRTH DATE AGAINST THE CONFIGURED AGE  *
      *                THRESHOLDS, AND:                                *
      *                                                                *
      *                - REPORTS DEPENDENTS CROSSING A THRESHOLD       *
      *                  TODAY, WITHIN 30 DAYS, OR WITHIN 60 DAYS,     *
      *                  UIS.ELIGIBILITY.NOTICE.QUEUE SO POLICY        *
      *                  ADMINISTRATION ACTS BEFORE COVERAGE LAPSES.   *
      *                                                                *
      *                WITH NO SUCCESSFUL SNAPSHOT ON FILE THE SWEEP   *
      *                REFUSES TO RUN (RETURN CODE 8).                 *
      *                                                                *
      *  ENVIRONMENT:  BATCH. MQ BINDINGS REQUIRED - SEE MQRECV.       *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - QUEUE MANAGER (01-48),               *
      *                           THRESHOLD AGES (50-51, 53-54,        *
      *                           56-57, ZERO-FILLED; UNUSED = 00)     *
      *                                                                *
      *  DB2 TABLES:   T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SWEEP READS THE NIGHTLY F5748HSL HOUSEHOLD  *
      *                    SNAPSHOT WITH SQL INSTEAD OF WALKING        *
      *                    INFORCE THROUGH F5748ZQF                    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748AGE'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.
           05  WS-MQ-OPTION-OUTPUT          PIC S9(09) COMP
                                             VALUE 16.

       01  WS-PARM-CARD.
           05  WS-PARM-QMGR                 PIC X(48) VALUE SPACES.
               10  FILLER                   PIC X(01).

       01  WS-WORKING-FIELDS.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRIOR-CUST-NUM            PIC X(10) VALUE SPACES.
           05  WS-AGE-SUB                   PIC 9(01) VALUE ZEROES.
           05  WS-MBR-DOB                   PIC 9(08) VALUE ZEROES.
           05  WS-MBR-DOB-X REDEFINES WS-MBR-DOB.
               10  WS-DOB-YYYY              PIC 9(04).
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      ******************************************************************
      *          MACHINE-READABLE ELIGIBILITY-CHANGE NOTICE             *
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT
           EXEC SQL INCLUDE F5748HSN     END-EXEC.

      * ONLY DEPENDENTS AGE INTO COVERAGE RULE CHANGES - THE EMPLOYEE
      * ROWS (RELATIONSHIP 00) ARE LEFT OUT OF THE CURSOR.
           EXEC SQL
                DECLARE MBR-CSR CURSOR FOR
                SELECT HSN_CUST_NUM
                     , HSN_EMPE_ID
                     , HSN_RELATE_CD
                     , HSN_FIRST_NM
                     , HSN_LAST_NM
                     , HSN_MBR_DOB
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE  = :WS-SNAP-DATE
                   AND HSN_RELATE_CD <> '00'
                 ORDER BY HSN_CUST_NUM
                        , HSN_EMPE_ID
                        , HSN_MBR_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-SWEEP-ONE-MEMBER
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE MBR-CSR
           END-EXEC.

           CALL 'MQCLOSE' USING WS-MQ-HCONN
               GOBACK
           END-IF.

      * THE SWEEP READS THE LATEST HOUSEHOLD SNAPSHOT F5748HSL
      * REGISTERED SUCCESS FOR - NEVER A PART-LOADED ONE.
           EXEC SQL
                SELECT CHAR(MAX(RUN_DATE), ISO)
                  INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                  FROM T_UIS_RUN_STATUS
                 WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                   AND RUN_OUTCOME = 'SUCCESS'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748AGE - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       'ON FILE (SQLCODE=' SQLCODE ') - NOTHING TO '
                       'SWEEP'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'F5748AGE - AGE THRESHOLD SWEEP - AGES '
                    WS-THRESHOLD-AGE-NN(1) ' '
                    WS-THRESHOLD-AGE-NN(2) ' '
                    WS-THRESHOLD-AGE-NN(3)
                    ' - HOUSEHOLDS AS OF ' WS-SNAP-DATE.

      * THE NOTICE QUEUE STAYS OPEN ACROSS THE WHOLE SWEEP - ONE
      * CONNECT, MANY PUTS, THE WAY F5748ALD WORKS ITS QUEUE.
           END-IF.

           EXEC SQL
                OPEN MBR-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748AGE - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2900-FETCH-NEXT-MEMBER
              THRU 2900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-SWEEP-ONE-MEMBER                       *
      * ONE SNAPSHOT DEPENDENT ROW PER PASS. A CHANGE OF CUSTOMER      *
      * NUMBER COUNTS ONE MORE CUSTOMER SWEPT.                         *
      ******************************************************************
       2000-SWEEP-ONE-MEMBER.

           IF HSN-CUST-NUM NOT = WS-PRIOR-CUST-NUM
               ADD 1                        TO WS-CUST-COUNT
               MOVE HSN-CUST-NUM            TO WS-PRIOR-CUST-NUM
           END-IF.

           PERFORM 3000-CHECK-ONE-MEMBER
              THRU 3000-EXIT.

           PERFORM 2900-FETCH-NEXT-MEMBER
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2900-FETCH-NEXT-MEMBER                       *
      ******************************************************************
       2900-FETCH-NEXT-MEMBER.

           EXEC SQL
                FETCH MBR-CSR
                INTO  :HSN-CUST-NUM
                     ,:HSN-EMPE-ID
                     ,:HSN-RELATE-CD
                     ,:HSN-FIRST-NM
                     ,:HSN-LAST-NM
                     ,:HSN-MBR-DOB
           END-EXEC.

           IF SQLCODE NOT = 0
      ******************************************************************
      *                    3000-CHECK-ONE-MEMBER                       *
      * ONLY DEPENDENTS AGE INTO COVERAGE RULE CHANGES - THE EMPLOYEE  *
      * ROWS (RELATIONSHIP 00) NEVER REACH HERE, MBR-CSR LEAVES THEM   *
      * OUT. A MEMBER WITH NO BIRTH DATE ON FILE CANNOT BE CHECKED.    *
      ******************************************************************
       3000-CHECK-ONE-MEMBER.

           ADD 1                            TO WS-MEMBER-COUNT.

           IF HSN-MBR-DOB NOT NUMERIC
               GO TO 3000-EXIT
           END-IF.

           MOVE HSN-MBR-DOB                 TO WS-MBR-DOB.

           IF WS-MBR-DOB = ZEROES
               GO TO 3000-EXIT
                   DISPLAY 'F5748AGE - WITHIN 60 DAYS   : '
           END-EVALUATE.

           DISPLAY '  CUST=' HSN-CUST-NUM
                    ' EMPE=' HSN-EMPE-ID
                    ' ' HSN-FIRST-NM
                    ' ' HSN-LAST-NM
                    ' TURNS ' WS-THRESHOLD-AGE-NN(WS-AGE-SUB)
                    ' ON ' WS-CROSS-DATE.

      ******************************************************************
       4000-PUT-NOTICE.

           MOVE HSN-CUST-NUM                TO WS-NTC-CUST-NUM.
           MOVE HSN-EMPE-ID                 TO WS-NTC-EMPE-ID.
           MOVE HSN-FIRST-NM                TO WS-NTC-FIRST-NAME.
           MOVE HSN-LAST-NM                 TO WS-NTC-LAST-NAME.
           MOVE HSN-RELATE-CD               TO WS-NTC-RELATE-CD.
           MOVE WS-MBR-DOB                  TO WS-NTC-DOB.
           MOVE WS-THRESHOLD-AGE-NN(WS-AGE-SUB)
                                            TO WS-NTC-THRESHOLD-AGE.
