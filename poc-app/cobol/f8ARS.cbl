      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ARS.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ARS:     AUTHORIZED REPRESENTATIVE INQUIRY/MAINTENANCE   *
      *                                                                *
      *  FUNCTION:     UIS SERVICE PROGRAM, LINKED TO FROM F5748I00'S  *
      *                5500-CALL-SERVICE-PROG LIKE ANY OTHER SERVICE,  *
      *                ROUTED THROUGH T_UIS_SRV_FN_PGM (REGISTER TWO   *
      *                SERVICE FUNCTIONS WITH F5748SFM, BOTH NAMING    *
      *                THIS PROGRAM, CUST_NUM_VLD_RQR_IND = 'Y':      *
      *                ONE FOR REPRESENTATIVE INQUIRY, ONE FOR         *
      *                REPRESENTATIVE MAINTENANCE). KEEPS THE          *
      *                T_CUST_AUTH_REP REGISTRY OF WHO MAY ACT FOR A   *
      *                CUSTOMER - POWER OF ATTORNEY, GUARDIAN,         *
      *                EXECUTOR, CONSERVATOR - SO AN AGENT TAKING A    *
      *                THIRD-PARTY CALL CAN SEE WHETHER THE CALLER IS  *
      *                APPOINTED AND FOR WHAT.                         *
      *                                                                *
      *                INQUIRY (OPERATION 'INQUIRY'): THE APPOINTMENTS *
      *                NOT YET EXPIRED COME BACK IN ZOS-AUTHREP-AREA,  *
      *                THOSE IN FORCE TODAY FIRST, WITH A COUNT LINE   *
      *                IN ZOS-REPLY-ADDNTL-AREA FOR CALLERS TOO OLD TO *
      *                CARRY THE EXTENSION.                            *
      *                                                                *
      *                MAINTENANCE (OPERATION 'UPDATE'):               *
      *                ZOS-AREP-REQ-ACTION 'A' ADDS AN APPOINTMENT     *
      *                (NEXT SEQUENCE NUMBER FOR THE CUSTOMER;         *
      *                EFFECTIVE TODAY AND OPEN-ENDED UNLESS DATES ARE *
      *                GIVEN), 'C' CHANGES ROW ZOS-AREP-REQ-SEQ (BLANK *
      *                FIELDS KEEP THEIR VALUE), 'E' ENDS IT - THE ROW *
      *                IS KEPT, EXPIRING TODAY OR ON THE DATE GIVEN.   *
      *                THE LIST AS IT NOW STANDS COMES BACK AS FOR AN  *
      *                INQUIRY. F5748I00 ENFORCES UPDATE AUTHORITY     *
      *                BEFORE THE LINK.                                *
      *                                                                *
      *                UNDO IS REFUSED - THE LOGGED REQUEST CARRIES    *
      *                THE NEW VALUES, NOT THE ONES THEY REPLACED.     *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS, LINKED TO WITH DFHCOMMAREA)       *
      *                                                                *
      *  PARAMETERS:   1. F5748I01.CPY (DFHCOMMAREA)                   *
      *                                                                *
      *  DB2 TABLES:   T_CUST_AUTH_REP (READ/INSERT/UPDATE)            *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ARS'.
           05  WS-OPEN-ENDED-DATE           PIC X(10) VALUE
                                            '9999-12-31'.

       01  WS-ERROR-AREA.
           05  WS-NO-ADD-FIELDS-MSG         PIC X(60) VALUE
         'REPRESENTATIVE ADD NEEDS NAME, RELATIONSHIP, AND SCOPE.     '.
           05  WS-NO-SEQ-MSG                PIC X(60) VALUE
         'REPRESENTATIVE CHANGE/END NEEDS THE ROW SEQUENCE NUMBER.    '.
           05  WS-BAD-ACTION-MSG            PIC X(60) VALUE
         'REPRESENTATIVE ACTION MUST BE A (ADD), C (CHANGE), E (END). '.
           05  WS-BAD-REL-MSG               PIC X(60) VALUE
         'RELATIONSHIP MUST BE POA, GRDN, EXEC, CNSV, OR OTHR.        '.
           05  WS-BAD-SCOPE-MSG             PIC X(60) VALUE
         'SCOPE MUST BE I (INQUIRY ONLY) OR U (INQUIRY AND UPDATE).   '.
           05  WS-BAD-DATE-MSG              PIC X(60) VALUE
         'REPRESENTATIVE DATES MUST BE CCYY-MM-DD.                    '.
           05  WS-DATE-ORDER-MSG            PIC X(60) VALUE
         'REPRESENTATIVE EXPIRY DATE IS BEFORE THE EFFECTIVE DATE.    '.
           05  WS-NO-REP-MSG                PIC X(60) VALUE
         'NO REPRESENTATIVE ROW WITH THAT SEQUENCE NUMBER.            '.
           05  WS-BAD-OPER-MSG              PIC X(60) VALUE
         'REPRESENTATIVE SERVICE SUPPORTS INQUIRY AND UPDATE ONLY.    '.
           05  WS-IO-FAILED-MSG             PIC X(60) VALUE
         'REPRESENTATIVE TABLE I/O FAILED - SEE REGION LOG.           '.

       01  WS-WORKING-FIELDS.
           05  WS-ERROR-AREA-MSG            PIC X(60) VALUE SPACES.
           05  WS-ACTIVE-IND                PIC X(01) VALUE SPACE.
           05  WS-ACTIVE-COUNT              PIC 9(02) VALUE ZEROES.
           05  WS-SUB                       PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
      * A KEYED DATE LAID OUT FOR THE SHAPE CHECK IN 1100.
           05  WS-DATE-CHECK                PIC X(10) VALUE SPACES.
           05  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
               10  WS-DATE-CHECK-CCYY       PIC X(04).
               10  WS-DATE-CHECK-SEP1       PIC X(01).
               10  WS-DATE-CHECK-MM         PIC X(02).
               10  WS-DATE-CHECK-SEP2       PIC X(01).
               10  WS-DATE-CHECK-DD         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                  VALUE 'N'.
           05  WS-DATE-OK-SW                PIC X(01) VALUE 'Y'.
               88  WS-DATE-IS-OK                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_AUTH_REP
           EXEC SQL INCLUDE F5748ARP     END-EXEC.

           EXEC SQL
                DECLARE AREP-CSR CURSOR FOR
                SELECT ARP_REP_SEQ,  ARP_REP_NM,
                       ARP_REL_TYPE, ARP_SCOPE,
                       CHAR(ARP_EFF_DATE, ISO),
                       CHAR(ARP_EXP_DATE, ISO),
                       ARP_DOC_REF,
                       CASE WHEN ARP_EFF_DATE <= CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                  FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM  = :ARP-CUST-NUM
                   AND ARP_EXP_DATE >= CURRENT DATE
                 ORDER BY 8 DESC, ARP_REP_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ARS WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY F5748I01.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           EVALUATE TRUE
               WHEN ZOS-VALIDATE-ONLY
                   PERFORM 1000-VALIDATE-REP-INPUT
                      THRU 1000-EXIT
               WHEN ZOS-REQUEST-OPERATION = 'INQUIRY'
                   PERFORM 2000-LIST-REPS
                      THRU 2000-EXIT
               WHEN ZOS-REQUEST-OPERATION = 'UPDATE'
                   PERFORM 1000-VALIDATE-REP-INPUT
                      THRU 1000-EXIT
                   IF ZOS-SUCCESS
                       PERFORM 3000-MAINTAIN-REP
                          THRU 3000-EXIT
                   END-IF
                   IF ZOS-SUCCESS
                       PERFORM 2000-LIST-REPS
                          THRU 2000-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1                    TO ZOS-NUM-ERR
                   SET ZOS-VALIDATION-ERR   TO TRUE
                   MOVE WS-BAD-OPER-MSG
                     TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
                   MOVE 61
                     TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-EVALUATE.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1000-VALIDATE-REP-INPUT                       *
      * THE ACTION DECIDES WHAT IS REQUIRED; ANY RELATIONSHIP, SCOPE,  *
      * OR DATE THAT IS KEYED MUST BE ONE THE TABLE ACCEPTS.           *
      ******************************************************************
       1000-VALIDATE-REP-INPUT.

           IF ZOS-REQUEST-OPERATION = 'INQUIRY'
               GO TO 1000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN ZOS-AREP-ADD
                   IF ZOS-AREP-REQ-NAME = SPACES
                    OR ZOS-AREP-REQ-REL-TYPE = SPACES
                    OR ZOS-AREP-REQ-SCOPE = SPACES
                       MOVE WS-NO-ADD-FIELDS-MSG
                                            TO WS-ERROR-AREA-MSG
                       PERFORM 9000-VALIDATION-ERROR
                          THRU 9000-EXIT
                   END-IF
               WHEN ZOS-AREP-CHANGE
               WHEN ZOS-AREP-END
                   IF ZOS-AREP-REQ-SEQ NOT NUMERIC
                    OR ZOS-AREP-REQ-SEQ = ZEROES
                       MOVE WS-NO-SEQ-MSG   TO WS-ERROR-AREA-MSG
                       PERFORM 9000-VALIDATION-ERROR
                          THRU 9000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE WS-BAD-ACTION-MSG   TO WS-ERROR-AREA-MSG
                   PERFORM 9000-VALIDATION-ERROR
                      THRU 9000-EXIT
                   GO TO 1000-EXIT
           END-EVALUATE.

           IF ZOS-AREP-REQ-REL-TYPE NOT = SPACES
               MOVE ZOS-AREP-REQ-REL-TYPE   TO ARP-REL-TYPE
               IF NOT ARP-REL-TYPE-VALID
                   MOVE WS-BAD-REL-MSG      TO WS-ERROR-AREA-MSG
                   PERFORM 9000-VALIDATION-ERROR
                      THRU 9000-EXIT
               END-IF
           END-IF.

           IF ZOS-AREP-REQ-SCOPE NOT = SPACES
               MOVE ZOS-AREP-REQ-SCOPE      TO ARP-SCOPE
               IF NOT ARP-SCOPE-INQUIRY-ONLY
                AND NOT ARP-SCOPE-INQUIRY-UPDATE
                   MOVE WS-BAD-SCOPE-MSG    TO WS-ERROR-AREA-MSG
                   PERFORM 9000-VALIDATION-ERROR
                      THRU 9000-EXIT
               END-IF
           END-IF.

           SET WS-DATE-IS-OK                TO TRUE.

           IF ZOS-AREP-REQ-EFF-DATE NOT = SPACES
               MOVE ZOS-AREP-REQ-EFF-DATE   TO WS-DATE-CHECK
               PERFORM 1100-CHECK-DATE-SHAPE
                  THRU 1100-EXIT
           END-IF.

           IF ZOS-AREP-REQ-EXP-DATE NOT = SPACES
               MOVE ZOS-AREP-REQ-EXP-DATE   TO WS-DATE-CHECK
               PERFORM 1100-CHECK-DATE-SHAPE
                  THRU 1100-EXIT
           END-IF.

           IF NOT WS-DATE-IS-OK
               MOVE WS-BAD-DATE-MSG         TO WS-ERROR-AREA-MSG
               PERFORM 9000-VALIDATION-ERROR
                  THRU 9000-EXIT
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1100-CHECK-DATE-SHAPE                        *
      * CCYY-MM-DD WITH A PLAUSIBLE MONTH AND DAY - DB2 CATCHES THE    *
      * 31ST OF A SHORT MONTH.                                         *
      ******************************************************************
       1100-CHECK-DATE-SHAPE.

           IF WS-DATE-CHECK-CCYY NOT NUMERIC
            OR WS-DATE-CHECK-MM NOT NUMERIC
            OR WS-DATE-CHECK-DD NOT NUMERIC
            OR WS-DATE-CHECK-SEP1 NOT = '-'
            OR WS-DATE-CHECK-SEP2 NOT = '-'
               MOVE 'N'                     TO WS-DATE-OK-SW
               GO TO 1100-EXIT
           END-IF.

           IF WS-DATE-CHECK-MM < '01'
            OR WS-DATE-CHECK-MM > '12'
            OR WS-DATE-CHECK-DD < '01'
            OR WS-DATE-CHECK-DD > '31'
               MOVE 'N'                     TO WS-DATE-OK-SW
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-LIST-REPS                           *
      * UP TO 10 APPOINTMENTS NOT YET EXPIRED, IN FORCE TODAY FIRST.   *
      * AN 11TH ROW ONLY SETS THE MORE INDICATOR.                      *
      ******************************************************************
       2000-LIST-REPS.

           MOVE ZOS-REQUEST-CUST-NUM        TO ARP-CUST-NUM.
           MOVE ZEROES                      TO ZOS-AREP-RPY-COUNT
                                               WS-ACTIVE-COUNT.
           MOVE 'N'                         TO ZOS-AREP-RPY-MORE-IND.

           PERFORM 2050-CLEAR-REPLY-SLOT
              THRU 2050-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.

           EXEC SQL OPEN AREP-CSR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           PERFORM 2100-FETCH-REP
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL CLOSE AREP-CSR END-EXEC.

           MOVE SPACES                      TO ZOS-REPLY-ADDNTL-AREA.
           STRING 'REPS=' ZOS-AREP-RPY-COUNT
                  ' ACTIVE=' WS-ACTIVE-COUNT
                  ' MORE=' ZOS-AREP-RPY-MORE-IND
                  DELIMITED BY SIZE
                  INTO ZOS-REPLY-ADDNTL-AREA.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2050-CLEAR-REPLY-SLOT                        *
      ******************************************************************
       2050-CLEAR-REPLY-SLOT.

           MOVE SPACES              TO ZOS-AREP-RPY-ENTRY(WS-SUB).
           MOVE ZEROES              TO ZOS-AREP-RPY-SEQ(WS-SUB).
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-FETCH-REP                           *
      ******************************************************************
       2100-FETCH-REP.

           EXEC SQL
                FETCH AREP-CSR
                INTO  :ARP-REP-SEQ,  :ARP-REP-NM,
                      :ARP-REL-TYPE, :ARP-SCOPE,
                      :ARP-EFF-DATE, :ARP-EXP-DATE,
                      :ARP-DOC-REF,  :WS-ACTIVE-IND
           END-EXEC.

           IF SQLCODE = 100
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR            TO TRUE
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF ZOS-AREP-RPY-COUNT = 10
               MOVE 'Y'                     TO ZOS-AREP-RPY-MORE-IND
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                            TO ZOS-AREP-RPY-COUNT.
           MOVE ZOS-AREP-RPY-COUNT          TO WS-SUB.

           IF WS-ACTIVE-IND = 'Y'
               ADD 1                        TO WS-ACTIVE-COUNT
           END-IF.

           MOVE ARP-REP-SEQ            TO ZOS-AREP-RPY-SEQ(WS-SUB).
           MOVE ARP-REP-NM             TO ZOS-AREP-RPY-NAME(WS-SUB).
           MOVE ARP-REL-TYPE           TO ZOS-AREP-RPY-REL-TYPE(WS-SUB).
           MOVE ARP-SCOPE              TO ZOS-AREP-RPY-SCOPE(WS-SUB).
           MOVE ARP-EFF-DATE           TO ZOS-AREP-RPY-EFF-DATE(WS-SUB).
           MOVE ARP-EXP-DATE           TO ZOS-AREP-RPY-EXP-DATE(WS-SUB).
           MOVE ARP-DOC-REF            TO ZOS-AREP-RPY-DOC-REF(WS-SUB).
           MOVE WS-ACTIVE-IND       TO ZOS-AREP-RPY-ACTIVE-IND(WS-SUB).
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-MAINTAIN-REP                          *
      ******************************************************************
       3000-MAINTAIN-REP.

           MOVE ZOS-REQUEST-CUST-NUM        TO ARP-CUST-NUM.
           MOVE ZOS-SRC-RACF-ID             TO ARP-UPDT-RACF-ID.

           EVALUATE TRUE
               WHEN ZOS-AREP-ADD
                   PERFORM 3100-ADD-REP
                      THRU 3100-EXIT
               WHEN ZOS-AREP-CHANGE
                   PERFORM 3200-CHANGE-REP
                      THRU 3200-EXIT
               WHEN ZOS-AREP-END
                   PERFORM 3300-END-REP
                      THRU 3300-EXIT
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3100-ADD-REP                            *
      * THE NEXT SEQUENCE NUMBER FOR THE CUSTOMER - ENDED ROWS KEEP    *
      * THEIRS, SO A NUMBER IS NEVER REUSED.                           *
      ******************************************************************
       3100-ADD-REP.

           MOVE ZOS-AREP-REQ-NAME           TO ARP-REP-NM.
           MOVE ZOS-AREP-REQ-REL-TYPE       TO ARP-REL-TYPE.
           MOVE ZOS-AREP-REQ-SCOPE          TO ARP-SCOPE.
           MOVE ZOS-AREP-REQ-DOC-REF        TO ARP-DOC-REF.

           IF ZOS-AREP-REQ-EFF-DATE = SPACES
               EXEC SQL
                    SET :ARP-EFF-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               MOVE ZOS-AREP-REQ-EFF-DATE   TO ARP-EFF-DATE
           END-IF.

           IF ZOS-AREP-REQ-EXP-DATE = SPACES
               MOVE WS-OPEN-ENDED-DATE      TO ARP-EXP-DATE
           ELSE
               MOVE ZOS-AREP-REQ-EXP-DATE   TO ARP-EXP-DATE
           END-IF.

           IF ARP-EXP-DATE < ARP-EFF-DATE
               MOVE WS-DATE-ORDER-MSG       TO WS-ERROR-AREA-MSG
               PERFORM 9000-VALIDATION-ERROR
                  THRU 9000-EXIT
               GO TO 3100-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(ARP_REP_SEQ), 0) + 1
                  INTO :ARP-REP-SEQ
                  FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM = :ARP-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 3100-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_CUST_AUTH_REP
                       ( ARP_CUST_NUM
                       , ARP_REP_SEQ
                       , ARP_REP_NM
                       , ARP_REL_TYPE
                       , ARP_SCOPE
                       , ARP_EFF_DATE
                       , ARP_EXP_DATE
                       , ARP_DOC_REF
                       , ARP_UPDT_RACF_ID
                       , ARP_UPDT_TS )
                VALUES ( :ARP-CUST-NUM
                       , :ARP-REP-SEQ
                       , :ARP-REP-NM
                       , :ARP-REL-TYPE
                       , :ARP-SCOPE
                       , DATE(:ARP-EFF-DATE)
                       , DATE(:ARP-EXP-DATE)
                       , :ARP-DOC-REF
                       , :ARP-UPDT-RACF-ID
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3200-CHANGE-REP                          *
      * THE ROW ON FILE, WITH EACH FIELD THE CALLER KEYED LAID OVER IT.*
      ******************************************************************
       3200-CHANGE-REP.

           PERFORM 3400-READ-REP
              THRU 3400-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 3200-EXIT
           END-IF.

           IF ZOS-AREP-REQ-NAME NOT = SPACES
               MOVE ZOS-AREP-REQ-NAME       TO ARP-REP-NM
           END-IF.
           IF ZOS-AREP-REQ-REL-TYPE NOT = SPACES
               MOVE ZOS-AREP-REQ-REL-TYPE   TO ARP-REL-TYPE
           END-IF.
           IF ZOS-AREP-REQ-SCOPE NOT = SPACES
               MOVE ZOS-AREP-REQ-SCOPE      TO ARP-SCOPE
           END-IF.
           IF ZOS-AREP-REQ-EFF-DATE NOT = SPACES
               MOVE ZOS-AREP-REQ-EFF-DATE   TO ARP-EFF-DATE
           END-IF.
           IF ZOS-AREP-REQ-EXP-DATE NOT = SPACES
               MOVE ZOS-AREP-REQ-EXP-DATE   TO ARP-EXP-DATE
           END-IF.
           IF ZOS-AREP-REQ-DOC-REF NOT = SPACES
               MOVE ZOS-AREP-REQ-DOC-REF    TO ARP-DOC-REF
           END-IF.

           IF ARP-EXP-DATE < ARP-EFF-DATE
               MOVE WS-DATE-ORDER-MSG       TO WS-ERROR-AREA-MSG
               PERFORM 9000-VALIDATION-ERROR
                  THRU 9000-EXIT
               GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_AUTH_REP
                   SET ARP_REP_NM       = :ARP-REP-NM
                     , ARP_REL_TYPE     = :ARP-REL-TYPE
                     , ARP_SCOPE        = :ARP-SCOPE
                     , ARP_EFF_DATE     = DATE(:ARP-EFF-DATE)
                     , ARP_EXP_DATE     = DATE(:ARP-EXP-DATE)
                     , ARP_DOC_REF      = :ARP-DOC-REF
                     , ARP_UPDT_RACF_ID = :ARP-UPDT-RACF-ID
                     , ARP_UPDT_TS      = CURRENT TIMESTAMP
                 WHERE ARP_CUST_NUM     = :ARP-CUST-NUM
                   AND ARP_REP_SEQ      = :ARP-REP-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3300-END-REP                           *
      * EXPIRES THE APPOINTMENT TODAY OR ON THE DATE GIVEN. ONE NOT    *
      * YET IN FORCE IS EXPIRED THE DAY BEFORE IT STARTS, SO IT NEVER  *
      * COMES INTO FORCE.                                              *
      ******************************************************************
       3300-END-REP.

           PERFORM 3400-READ-REP
              THRU 3400-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 3300-EXIT
           END-IF.

           IF ZOS-AREP-REQ-EXP-DATE = SPACES
               EXEC SQL
                    SET :ARP-EXP-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               MOVE ZOS-AREP-REQ-EXP-DATE   TO ARP-EXP-DATE
           END-IF.

           EXEC SQL
                UPDATE T_CUST_AUTH_REP
                   SET ARP_EXP_DATE     =
                       CASE WHEN DATE(:ARP-EXP-DATE) < ARP_EFF_DATE
                            THEN ARP_EFF_DATE - 1 DAY
                            ELSE DATE(:ARP-EXP-DATE) END
                     , ARP_UPDT_RACF_ID = :ARP-UPDT-RACF-ID
                     , ARP_UPDT_TS      = CURRENT TIMESTAMP
                 WHERE ARP_CUST_NUM     = :ARP-CUST-NUM
                   AND ARP_REP_SEQ      = :ARP-REP-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3400-READ-REP                           *
      ******************************************************************
       3400-READ-REP.

           MOVE ZOS-AREP-REQ-SEQ            TO ARP-REP-SEQ.

           EXEC SQL
                SELECT ARP_REP_NM,   ARP_REL_TYPE,
                       ARP_SCOPE,
                       CHAR(ARP_EFF_DATE, ISO),
                       CHAR(ARP_EXP_DATE, ISO),
                       ARP_DOC_REF
                  INTO :ARP-REP-NM,   :ARP-REL-TYPE,
                       :ARP-SCOPE,
                       :ARP-EFF-DATE,
                       :ARP-EXP-DATE,
                       :ARP-DOC-REF
                  FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM = :ARP-CUST-NUM
                   AND ARP_REP_SEQ  = :ARP-REP-SEQ
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   ADD 1                    TO ZOS-NUM-ERR
                   SET ZOS-VALIDATION-ERR   TO TRUE
                   MOVE WS-NO-REP-MSG
                     TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
                   MOVE 46
                     TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
               WHEN OTHER
                   PERFORM 9100-SQL-FAILURE
                      THRU 9100-EXIT
           END-EVALUATE.
           .
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-VALIDATION-ERROR                       *
      * ADDS THE MESSAGE STAGED IN WS-ERROR-AREA-MSG AS ONE MORE       *
      * VALIDATION FAILURE.                                            *
      ******************************************************************
       9000-VALIDATION-ERROR.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-VALIDATION-ERR           TO TRUE.
           MOVE WS-ERROR-AREA-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 47
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       9000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9100-SQL-FAILURE                          *
      ******************************************************************
       9100-SQL-FAILURE.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-FAILURE                  TO TRUE.
           MOVE WS-IO-FAILED-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 9520
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           DISPLAY 'F5748ARS - SQL FAILURE SQLCODE=' SQLCODE
                   ' CUST=' ZOS-REQUEST-CUST-NUM.
           .
       9100-EXIT.
           EXIT.

       END PROGRAM F5748ARS.
