      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748NTS.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748NTS:     CUSTOMER SERVICE NOTES INQUIRY/MAINTENANCE      *
      *                                                                *
      *  FUNCTION:     UIS SERVICE PROGRAM, LINKED TO FROM F5748I00'S  *
      *                5500-CALL-SERVICE-PROG LIKE ANY OTHER SERVICE,  *
      *                ROUTED THROUGH T_UIS_SRV_FN_PGM (REGISTER TWO   *
      *                SERVICE FUNCTIONS WITH F5748SFM, BOTH NAMING    *
      *                THIS PROGRAM, CUST_NUM_VLD_RQR_IND = 'Y':      *
      *                'NOTE' FOR NOTE INQUIRY AND 'NOTA' FOR NOTE     *
      *                MAINTENANCE). KEEPS THE T_CUST_NOTE RECORD OF   *
      *                WHAT HAPPENED ON EACH CALL - "CUSTOMER DISPUTES *
      *                DEPENDENT END DATE, CALLBACK PROMISED" - SO THE *
      *                NEXT AGENT DOES NOT START FROM ZERO. F5748SCR   *
      *                AND F5748THS ADD AND SHOW NOTES THROUGH IT.     *
      *                                                                *
      *                INQUIRY (OPERATION 'INQUIRY'): THE NEWEST 10    *
      *                NOTES COME BACK IN ZOS-NOTES-AREA, NEWEST       *
      *                FIRST, WITH A COUNT LINE IN ZOS-REPLY-ADDNTL-   *
      *                AREA FOR CALLERS TOO OLD TO CARRY THE           *
      *                EXTENSION.                                      *
      *                                                                *
      *                MAINTENANCE (OPERATION 'UPDATE'):               *
      *                ZOS-NOTE-REQ-ACTION 'A' ADDS A NOTE (NEXT       *
      *                SEQUENCE NUMBER FOR THE CUSTOMER, AUTHORED BY   *
      *                THE CALLER'S RACF ID, WITH AN OPTIONAL FOLLOW-  *
      *                UP DATE); 'D' MARKS THE PENDING FOLLOW-UP ON    *
      *                NOTE ZOS-NOTE-REQ-SEQ DONE. THE NOTE ITSELF IS  *
      *                NEVER CHANGED OR DELETED HERE. THE LIST AS IT   *
      *                NOW STANDS COMES BACK AS FOR AN INQUIRY.        *
      *                F5748I00 ENFORCES UPDATE AUTHORITY BEFORE THE   *
      *                LINK, BUT DOES NOT REFUSE A NOTE FOR A CUSTOMER *
      *                ON FRAUD HOLD OR RECORDED DECEASED - THAT CALL  *
      *                IS EXACTLY THE ONE TO WRITE DOWN.               *
      *                                                                *
      *                UNDO IS REFUSED - A WRONG NOTE IS CORRECTED BY  *
      *                ANOTHER NOTE.                                   *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS, LINKED TO WITH DFHCOMMAREA)       *
      *                                                                *
      *  PARAMETERS:   1. F5748I01.CPY (DFHCOMMAREA)                   *
      *                                                                *
      *  DB2 TABLES:   T_CUST_NOTE (READ/INSERT/UPDATE)                *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748NTS'.
      * THE FOLLOW-UP DATE OF A NOTE THAT ASKED FOR NONE.
           05  WS-NO-FOLLOWUP-DATE          PIC X(10) VALUE
                                            '0001-01-01'.

       01  WS-ERROR-AREA.
           05  WS-NO-ADD-FIELDS-MSG         PIC X(60) VALUE
         'NOTE ADD NEEDS A NOTE TYPE AND NOTE TEXT.                   '.
           05  WS-NO-SEQ-MSG                PIC X(60) VALUE
         'FOLLOW-UP DONE NEEDS THE NOTE SEQUENCE NUMBER.              '.
           05  WS-BAD-ACTION-MSG            PIC X(60) VALUE
         'NOTE ACTION MUST BE A (ADD) OR D (FOLLOW-UP DONE).          '.
           05  WS-BAD-TYPE-MSG              PIC X(60) VALUE
         'NOTE TYPE MUST BE CALL, DISP, CMPL, CBCK, OR GENL.          '.
           05  WS-BAD-DATE-MSG              PIC X(60) VALUE
         'FOLLOW-UP DATE MUST BE CCYY-MM-DD.                          '.
           05  WS-PAST-DATE-MSG             PIC X(60) VALUE
         'FOLLOW-UP DATE IS IN THE PAST.                              '.
           05  WS-NOT-PENDING-MSG           PIC X(60) VALUE
         'THAT NOTE HAS NO FOLLOW-UP PENDING.                         '.
           05  WS-NO-NOTE-MSG               PIC X(60) VALUE
         'NO NOTE WITH THAT SEQUENCE NUMBER.                          '.
           05  WS-BAD-OPER-MSG              PIC X(60) VALUE
         'NOTES SERVICE SUPPORTS INQUIRY AND UPDATE ONLY.             '.
           05  WS-IO-FAILED-MSG             PIC X(60) VALUE
         'NOTES TABLE I/O FAILED - SEE REGION LOG.                    '.

       01  WS-WORKING-FIELDS.
           05  WS-ERROR-AREA-MSG            PIC X(60) VALUE SPACES.
           05  WS-PENDING-COUNT             PIC 9(02) VALUE ZEROES.
           05  WS-TODAY                     PIC X(10) VALUE SPACES.
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

      * DCLGEN FOR T_CUST_NOTE
           EXEC SQL INCLUDE F5748NTE     END-EXEC.

           EXEC SQL
                DECLARE NOTE-CSR CURSOR FOR
                SELECT NTE_NOTE_SEQ,     NTE_NOTE_TYPE,
                       NTE_AUTHOR_RACF_ID,
                       CHAR(NTE_NOTE_TS),
                       CHAR(NTE_FOLLOWUP_DATE, ISO),
                       NTE_FOLLOWUP_STATUS,
                       NTE_NOTE_TEXT_1,  NTE_NOTE_TEXT_2
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM  = :NTE-CUST-NUM
                 ORDER BY NTE_NOTE_SEQ DESC
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748NTS WORKING STORAGE ENDS'.
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
                   PERFORM 1000-VALIDATE-NOTE-INPUT
                      THRU 1000-EXIT
               WHEN ZOS-REQUEST-OPERATION = 'INQUIRY'
                   PERFORM 2000-LIST-NOTES
                      THRU 2000-EXIT
               WHEN ZOS-REQUEST-OPERATION = 'UPDATE'
                   PERFORM 1000-VALIDATE-NOTE-INPUT
                      THRU 1000-EXIT
                   IF ZOS-SUCCESS
                       PERFORM 3000-MAINTAIN-NOTE
                          THRU 3000-EXIT
                   END-IF
                   IF ZOS-SUCCESS
                       PERFORM 2000-LIST-NOTES
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
      *                  1000-VALIDATE-NOTE-INPUT                      *
      * THE ACTION DECIDES WHAT IS REQUIRED; A KEYED NOTE TYPE MUST BE *
      * ONE THE TABLE ACCEPTS AND A KEYED FOLLOW-UP DATE MUST BE A     *
      * DATE FROM TODAY ON.                                            *
      ******************************************************************
       1000-VALIDATE-NOTE-INPUT.

           IF ZOS-REQUEST-OPERATION = 'INQUIRY'
               GO TO 1000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN ZOS-NOTE-ADD
                   IF ZOS-NOTE-REQ-TYPE = SPACES
                    OR ZOS-NOTE-REQ-TEXT = SPACES
                       MOVE WS-NO-ADD-FIELDS-MSG
                                            TO WS-ERROR-AREA-MSG
                       PERFORM 9000-VALIDATION-ERROR
                          THRU 9000-EXIT
                   END-IF
               WHEN ZOS-NOTE-FOLLOWUP-DONE
                   IF ZOS-NOTE-REQ-SEQ NOT NUMERIC
                    OR ZOS-NOTE-REQ-SEQ = ZEROES
                       MOVE WS-NO-SEQ-MSG   TO WS-ERROR-AREA-MSG
                       PERFORM 9000-VALIDATION-ERROR
                          THRU 9000-EXIT
                   END-IF
                   GO TO 1000-EXIT
               WHEN OTHER
                   MOVE WS-BAD-ACTION-MSG   TO WS-ERROR-AREA-MSG
                   PERFORM 9000-VALIDATION-ERROR
                      THRU 9000-EXIT
                   GO TO 1000-EXIT
           END-EVALUATE.

           IF ZOS-NOTE-REQ-TYPE NOT = SPACES
               MOVE ZOS-NOTE-REQ-TYPE       TO NTE-NOTE-TYPE
               IF NOT NTE-NOTE-TYPE-VALID
                   MOVE WS-BAD-TYPE-MSG     TO WS-ERROR-AREA-MSG
                   PERFORM 9000-VALIDATION-ERROR
                      THRU 9000-EXIT
               END-IF
           END-IF.

           IF ZOS-NOTE-REQ-FUP-DATE = SPACES
               GO TO 1000-EXIT
           END-IF.

           SET WS-DATE-IS-OK                TO TRUE.
           MOVE ZOS-NOTE-REQ-FUP-DATE       TO WS-DATE-CHECK.
           PERFORM 1100-CHECK-DATE-SHAPE
              THRU 1100-EXIT.

           IF NOT WS-DATE-IS-OK
               MOVE WS-BAD-DATE-MSG         TO WS-ERROR-AREA-MSG
               PERFORM 9000-VALIDATION-ERROR
                  THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           IF ZOS-NOTE-REQ-FUP-DATE < WS-TODAY
               MOVE WS-PAST-DATE-MSG        TO WS-ERROR-AREA-MSG
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
      *                       2000-LIST-NOTES                          *
      * UP TO 10 NOTES, NEWEST FIRST. AN 11TH ROW ONLY SETS THE MORE   *
      * INDICATOR.                                                     *
      ******************************************************************
       2000-LIST-NOTES.

           MOVE ZOS-REQUEST-CUST-NUM        TO NTE-CUST-NUM.
           MOVE ZEROES                      TO ZOS-NOTE-RPY-COUNT
                                               WS-PENDING-COUNT.
           MOVE 'N'                         TO ZOS-NOTE-RPY-MORE-IND.

           PERFORM 2050-CLEAR-REPLY-SLOT
              THRU 2050-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.

           EXEC SQL OPEN NOTE-CSR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           PERFORM 2100-FETCH-NOTE
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL CLOSE NOTE-CSR END-EXEC.

           MOVE SPACES                      TO ZOS-REPLY-ADDNTL-AREA.
           STRING 'NOTES=' ZOS-NOTE-RPY-COUNT
                  ' FOLLOWUP-PENDING=' WS-PENDING-COUNT
                  ' MORE=' ZOS-NOTE-RPY-MORE-IND
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

           MOVE SPACES              TO ZOS-NOTE-RPY-ENTRY(WS-SUB).
           MOVE ZEROES              TO ZOS-NOTE-RPY-SEQ(WS-SUB).
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-FETCH-NOTE                          *
      * A NOTE THAT ASKED FOR NO FOLLOW-UP GOES BACK WITH A BLANK      *
      * FOLLOW-UP DATE RATHER THAN THE TABLE'S PLACEHOLDER.            *
      ******************************************************************
       2100-FETCH-NOTE.

           EXEC SQL
                FETCH NOTE-CSR
                INTO  :NTE-NOTE-SEQ,     :NTE-NOTE-TYPE,
                      :NTE-AUTHOR-RACF-ID,
                      :NTE-NOTE-TS,
                      :NTE-FOLLOWUP-DATE,
                      :NTE-FOLLOWUP-STATUS,
                      :NTE-NOTE-TEXT-1,  :NTE-NOTE-TEXT-2
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

           IF ZOS-NOTE-RPY-COUNT = 10
               MOVE 'Y'                     TO ZOS-NOTE-RPY-MORE-IND
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1                            TO ZOS-NOTE-RPY-COUNT.
           MOVE ZOS-NOTE-RPY-COUNT          TO WS-SUB.

           IF NTE-FOLLOWUP-PENDING
               ADD 1                        TO WS-PENDING-COUNT
           END-IF.

           IF NTE-NO-FOLLOWUP
               MOVE SPACES                  TO NTE-FOLLOWUP-DATE
           END-IF.

           MOVE NTE-NOTE-SEQ           TO ZOS-NOTE-RPY-SEQ(WS-SUB).
           MOVE NTE-NOTE-TYPE          TO ZOS-NOTE-RPY-TYPE(WS-SUB).
           MOVE NTE-AUTHOR-RACF-ID     TO ZOS-NOTE-RPY-AUTHOR(WS-SUB).
           MOVE NTE-NOTE-TS            TO ZOS-NOTE-RPY-TS(WS-SUB).
           MOVE NTE-FOLLOWUP-DATE      TO ZOS-NOTE-RPY-FUP-DATE(WS-SUB).
           MOVE NTE-FOLLOWUP-STATUS
                                    TO ZOS-NOTE-RPY-FUP-STATUS(WS-SUB).
           MOVE NTE-NOTE-TEXT-1        TO ZOS-NOTE-RPY-TEXT-1(WS-SUB).
           MOVE NTE-NOTE-TEXT-2        TO ZOS-NOTE-RPY-TEXT-2(WS-SUB).
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-MAINTAIN-NOTE                         *
      ******************************************************************
       3000-MAINTAIN-NOTE.

           MOVE ZOS-REQUEST-CUST-NUM        TO NTE-CUST-NUM.

           EVALUATE TRUE
               WHEN ZOS-NOTE-ADD
                   PERFORM 3100-ADD-NOTE
                      THRU 3100-EXIT
               WHEN ZOS-NOTE-FOLLOWUP-DONE
                   PERFORM 3200-FOLLOWUP-DONE
                      THRU 3200-EXIT
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3100-ADD-NOTE                           *
      * THE NEXT SEQUENCE NUMBER FOR THE CUSTOMER. THE AUTHOR IS THE   *
      * RACF ID THE REQUEST CAME IN UNDER, NEVER A KEYED NAME.         *
      ******************************************************************
       3100-ADD-NOTE.

           MOVE ZOS-NOTE-REQ-TYPE           TO NTE-NOTE-TYPE.
           MOVE ZOS-NOTE-REQ-TEXT-1         TO NTE-NOTE-TEXT-1.
           MOVE ZOS-NOTE-REQ-TEXT-2         TO NTE-NOTE-TEXT-2.
           MOVE ZOS-SRC-RACF-ID             TO NTE-AUTHOR-RACF-ID.
           MOVE SPACES                      TO NTE-FOLLOWUP-DONE-BY.

           IF ZOS-NOTE-REQ-FUP-DATE = SPACES
               MOVE WS-NO-FOLLOWUP-DATE     TO NTE-FOLLOWUP-DATE
               SET NTE-NO-FOLLOWUP          TO TRUE
           ELSE
               MOVE ZOS-NOTE-REQ-FUP-DATE   TO NTE-FOLLOWUP-DATE
               SET NTE-FOLLOWUP-PENDING     TO TRUE
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(NTE_NOTE_SEQ), 0) + 1
                  INTO :NTE-NOTE-SEQ
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :NTE-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 3100-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_CUST_NOTE
                       ( NTE_CUST_NUM
                       , NTE_NOTE_SEQ
                       , NTE_NOTE_TYPE
                       , NTE_NOTE_TEXT_1
                       , NTE_NOTE_TEXT_2
                       , NTE_AUTHOR_RACF_ID
                       , NTE_NOTE_TS
                       , NTE_FOLLOWUP_DATE
                       , NTE_FOLLOWUP_STATUS
                       , NTE_FOLLOWUP_DONE_BY
                       , NTE_FOLLOWUP_DONE_TS )
                VALUES ( :NTE-CUST-NUM
                       , :NTE-NOTE-SEQ
                       , :NTE-NOTE-TYPE
                       , :NTE-NOTE-TEXT-1
                       , :NTE-NOTE-TEXT-2
                       , :NTE-AUTHOR-RACF-ID
                       , CURRENT TIMESTAMP
                       , DATE(:NTE-FOLLOWUP-DATE)
                       , :NTE-FOLLOWUP-STATUS
                       , :NTE-FOLLOWUP-DONE-BY
                       , TIMESTAMP('0001-01-01-00.00.00.000000') )
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
      *                     3200-FOLLOWUP-DONE                         *
      * ONLY A FOLLOW-UP STILL PENDING CAN BE MARKED DONE; WHO DID IT  *
      * AND WHEN ARE KEPT ON THE ROW.                                  *
      ******************************************************************
       3200-FOLLOWUP-DONE.

           MOVE ZOS-NOTE-REQ-SEQ            TO NTE-NOTE-SEQ.

           EXEC SQL
                SELECT NTE_FOLLOWUP_STATUS
                  INTO :NTE-FOLLOWUP-STATUS
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :NTE-CUST-NUM
                   AND NTE_NOTE_SEQ = :NTE-NOTE-SEQ
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   ADD 1                    TO ZOS-NUM-ERR
                   SET ZOS-VALIDATION-ERR   TO TRUE
                   MOVE WS-NO-NOTE-MSG
                     TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
                   MOVE 40
                     TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
                   GO TO 3200-EXIT
               WHEN OTHER
                   PERFORM 9100-SQL-FAILURE
                      THRU 9100-EXIT
                   GO TO 3200-EXIT
           END-EVALUATE.

           IF NOT NTE-FOLLOWUP-PENDING
               MOVE WS-NOT-PENDING-MSG      TO WS-ERROR-AREA-MSG
               PERFORM 9000-VALIDATION-ERROR
                  THRU 9000-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE ZOS-SRC-RACF-ID             TO NTE-FOLLOWUP-DONE-BY.

           EXEC SQL
                UPDATE T_CUST_NOTE
                   SET NTE_FOLLOWUP_STATUS  = 'D'
                     , NTE_FOLLOWUP_DONE_BY = :NTE-FOLLOWUP-DONE-BY
                     , NTE_FOLLOWUP_DONE_TS = CURRENT TIMESTAMP
                 WHERE NTE_CUST_NUM         = :NTE-CUST-NUM
                   AND NTE_NOTE_SEQ         = :NTE-NOTE-SEQ
                   AND NTE_FOLLOWUP_STATUS  = 'P'
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
      *                    9000-VALIDATION-ERROR                       *
      * ADDS THE MESSAGE STAGED IN WS-ERROR-AREA-MSG AS ONE MORE       *
      * VALIDATION FAILURE.                                            *
      ******************************************************************
       9000-VALIDATION-ERROR.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-VALIDATION-ERR           TO TRUE.
           MOVE WS-ERROR-AREA-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 41
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
           DISPLAY 'F5748NTS - SQL FAILURE SQLCODE=' SQLCODE
                   ' CUST=' ZOS-REQUEST-CUST-NUM.
           .
       9100-EXIT.
           EXIT.

       END PROGRAM F5748NTS.
