      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748IDV.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748IDV:     CUSTOMER IDENTITY VERIFICATION SERVICE          *
      *                                                                *
      *  FUNCTION:     UIS SERVICE PROGRAM, LINKED TO FROM F5748I00'S  *
      *                5500-CALL-SERVICE-PROG LIKE ANY OTHER SERVICE,  *
      *                ROUTED THROUGH T_UIS_SRV_FN_PGM (REGISTER ONE   *
      *                SERVICE FUNCTION WITH F5748SFM NAMING THIS      *
      *                PROGRAM, CUST_NUM_VLD_RQR_IND = 'Y' AND         *
      *                CACHEABLE_IND = 'N' - EVERY ATTEMPT MUST REACH  *
      *                THIS PROGRAM TO BE COUNTED AND LOGGED).         *
      *                                                                *
      *                VERIFY (OPERATION 'VERIFY'): THE CALL-CENTRE    *
      *                AGENT SENDS THE CALLER'S ANSWERS IN ZOS-IDV-    *
      *                AREA - DATE OF BIRTH, POSTAL CODE, AND LAST     *
      *                FOUR DIGITS OF THE PHONE NUMBER. THEY ARE       *
      *                CHECKED AGAINST T_CUST_DATA AND T_CUST_CONTACT  *
      *                AND THE REPLY CARRIES ONLY PASS/FAIL AND A Y/N  *
      *                FLAG PER FACTOR - THE VALUES ON FILE ARE NEVER  *
      *                RETURNED, DISPLAYED, OR LOGGED. ALL THREE MUST  *
      *                MATCH TO PASS. POSTAL CODES ARE COMPARED        *
      *                WITHOUT SPACES OR HYPHENS, AND A FIVE-DIGIT     *
      *                ANSWER MATCHES A ZIP+4 ON FILE; THE PHONE'S     *
      *                LAST FOUR ARE ITS LAST FOUR DIGITS, WHATEVER    *
      *                PUNCTUATION IT WAS STORED WITH.                 *
      *                                                                *
      *                EACH FAILED ATTEMPT ADDS ONE TO THE CUSTOMER'S  *
      *                FAIL COUNT ON T_UIS_IDV_STATUS; A PASS CLEARS   *
      *                IT. AT WS-IDV-FAIL-LIMIT FAILURES THE CUSTOMER  *
      *                IS LOCKED AND EVERY VERIFY IS REFUSED           *
      *                (ZOS-IDV-LOCKED) FOR WS-IDV-LOCK-HOURS, AFTER   *
      *                WHICH THE COUNT STARTS AGAIN. EVERY ATTEMPT -   *
      *                PASSED, FAILED, OR REFUSED - IS WRITTEN TO      *
      *                T_UIS_IDV_ATTEMPT. AN INCOMPLETE SET OF ANSWERS *
      *                IS A VALIDATION ERROR AND IS NOT COUNTED.       *
      *                                                                *
      *                UNDO IS REFUSED - A VERIFICATION HAS NOTHING TO *
      *                REVERSE.                                        *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS, LINKED TO WITH DFHCOMMAREA)       *
      *                                                                *
      *  PARAMETERS:   1. F5748I01.CPY (DFHCOMMAREA)                   *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA       (READ)                        *
      *                T_CUST_CONTACT    (READ)                        *
      *                T_UIS_IDV_STATUS  (READ/INSERT/UPDATE)          *
      *                T_UIS_IDV_ATTEMPT (INSERT)                      *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748IDV'.
      * FAILED ATTEMPTS IN A ROW BEFORE THE CUSTOMER IS LOCKED, AND
      * HOW LONG THE LOCK HOLDS.
           05  WS-IDV-FAIL-LIMIT            PIC S9(09) USAGE COMP
                                                        VALUE 3.
           05  WS-IDV-LOCK-HOURS            PIC S9(09) USAGE COMP
                                                        VALUE 24.

       01  WS-ERROR-AREA.
           05  WS-NO-ANSWERS-MSG            PIC X(60) VALUE
         'VERIFY NEEDS DOB (CCYYMMDD), POSTAL CODE, PHONE LAST 4.     '.
           05  WS-LOCKED-MSG                PIC X(60) VALUE
         'CUSTOMER LOCKED AFTER REPEATED FAILED VERIFICATIONS.        '.
           05  WS-BAD-OPER-MSG              PIC X(60) VALUE
         'VERIFICATION SERVICE SUPPORTS THE VERIFY OPERATION ONLY.    '.
           05  WS-IO-FAILED-MSG             PIC X(60) VALUE
         'IDENTITY VERIFICATION I/O FAILED - SEE REGION LOG.          '.

       01  WS-WORKING-FIELDS.
           05  WS-SUB                       PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
           05  WS-OUT-SUB                   PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
           05  WS-LOCK-EXPIRED-IND          PIC X(01) VALUE 'N'.
               88  WS-LOCK-HAS-EXPIRED                VALUE 'Y'.
           05  WS-TRIES-LEFT                PIC S9(09) USAGE COMP
                                                        VALUE ZERO.
      * THE POSTAL CODE BEING NORMALIZED, AND THE RESULT - SPACES AND
      * HYPHENS DROPPED, LETTERS IN UPPER CASE.
           05  WS-POSTAL-IN                 PIC X(10) VALUE SPACES.
           05  WS-POSTAL-OUT                PIC X(10) VALUE SPACES.
           05  WS-POSTAL-OUT-LEN            PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
           05  WS-ANSWER-POSTAL             PIC X(10) VALUE SPACES.
           05  WS-ANSWER-POSTAL-LEN         PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
           05  WS-FILE-POSTAL               PIC X(10) VALUE SPACES.
           05  WS-FILE-POSTAL-LEN           PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
      * THE LAST FOUR DIGITS OF THE PHONE ON FILE, FILLED RIGHT TO
      * LEFT.
           05  WS-FILE-PHONE-LAST4          PIC X(04) VALUE SPACES.
           05  WS-PHONE-DIGIT-CNT           PIC S9(04) USAGE COMP
                                                        VALUE ZERO.
           05  WS-RESULT-WORD               PIC X(06) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-STATUS-ROW-SW             PIC X(01) VALUE 'N'.
               88  WS-STATUS-ROW-FOUND                VALUE 'Y'.
           05  WS-CONTACT-ROW-SW            PIC X(01) VALUE 'N'.
               88  WS-CONTACT-ROW-FOUND               VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL INCLUDE F5748CST     END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_UIS_IDV_STATUS
           EXEC SQL INCLUDE F5748IVS     END-EXEC.

      * DCLGEN FOR T_UIS_IDV_ATTEMPT
           EXEC SQL INCLUDE F5748IVA     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748IDV WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY F5748I01.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           MOVE SPACES                      TO ZOS-IDV-RPY-RESULT
                                               ZOS-IDV-RPY-DOB-MATCH
                                               ZOS-IDV-RPY-POSTAL-MATCH
                                               ZOS-IDV-RPY-PHONE-MATCH.
           MOVE ZERO                        TO ZOS-IDV-RPY-TRIES-LEFT.

           EVALUATE TRUE
               WHEN ZOS-REQUEST-OPERATION NOT = 'VERIFY'
                   ADD 1                    TO ZOS-NUM-ERR
                   SET ZOS-VALIDATION-ERR   TO TRUE
                   MOVE WS-BAD-OPER-MSG
                     TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
                   MOVE 61
                     TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
               WHEN ZOS-VALIDATE-ONLY
                   PERFORM 1000-VALIDATE-ANSWERS
                      THRU 1000-EXIT
               WHEN OTHER
                   PERFORM 1000-VALIDATE-ANSWERS
                      THRU 1000-EXIT
                   IF ZOS-SUCCESS
                       PERFORM 2000-VERIFY-CUSTOMER
                          THRU 2000-EXIT
                   END-IF
           END-EVALUATE.

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1000-VALIDATE-ANSWERS                        *
      * ALL THREE ANSWERS ARE NEEDED; THE DATE OF BIRTH AND THE PHONE  *
      * DIGITS MUST BE NUMERIC. AN INCOMPLETE SET IS SENT BACK TO THE  *
      * AGENT WITHOUT BEING COUNTED AGAINST THE CUSTOMER.              *
      ******************************************************************
       1000-VALIDATE-ANSWERS.

           IF ZOS-IDV-REQ-DOB = SPACES
            OR ZOS-IDV-REQ-DOB NOT NUMERIC
            OR ZOS-IDV-REQ-POSTAL = SPACES
            OR ZOS-IDV-REQ-PHONE-LAST4 NOT NUMERIC
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-NO-ANSWERS-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 62
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-VERIFY-CUSTOMER                         *
      ******************************************************************
       2000-VERIFY-CUSTOMER.

           PERFORM 2100-READ-IDV-STATUS
              THRU 2100-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2000-EXIT
           END-IF.

           IF IVS-IS-LOCKED
            AND NOT WS-LOCK-HAS-EXPIRED
               PERFORM 2500-REFUSE-LOCKED
                  THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF.

      * A LOCK THAT HAS RUN ITS TIME IS LIFTED BY THIS ATTEMPT.
           IF IVS-IS-LOCKED
               MOVE ZERO                    TO IVS-FAIL-COUNT
               MOVE 'N'                     TO IVS-LOCKED-IND
           END-IF.

           PERFORM 3000-COMPARE-FACTORS
              THRU 3000-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2000-EXIT
           END-IF.

           IF ZOS-IDV-RPY-DOB-MATCH = 'Y'
            AND ZOS-IDV-RPY-POSTAL-MATCH = 'Y'
            AND ZOS-IDV-RPY-PHONE-MATCH = 'Y'
               SET ZOS-IDV-PASSED           TO TRUE
               MOVE ZERO                    TO IVS-FAIL-COUNT
           ELSE
               SET ZOS-IDV-FAILED           TO TRUE
               ADD 1                        TO IVS-FAIL-COUNT
               IF IVS-FAIL-COUNT >= WS-IDV-FAIL-LIMIT
                   MOVE 'Y'                 TO IVS-LOCKED-IND
                   DISPLAY 'F5748IDV - CUSTOMER ' ZOS-REQUEST-CUST-NUM
                           ' LOCKED FROM VERIFICATION - LAST FAILED'
                           ' ATTEMPT BY ' ZOS-SRC-RACF-ID
               END-IF
           END-IF.

           MOVE ZOS-IDV-RPY-RESULT          TO IVS-LAST-RESULT.

           PERFORM 4000-SAVE-IDV-STATUS
              THRU 4000-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4100-LOG-ATTEMPT
              THRU 4100-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4200-BUILD-REPLY
              THRU 4200-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2100-READ-IDV-STATUS                         *
      * A CUSTOMER WITH NO ROW HAS NEVER BEEN VERIFIED - A CLEAN       *
      * START. DB2 DECIDES WHETHER A LOCK HAS RUN ITS TIME, SO THE     *
      * ANSWER DOES NOT DEPEND ON THE REGION'S CLOCK.                  *
      ******************************************************************
       2100-READ-IDV-STATUS.

           MOVE ZOS-REQUEST-CUST-NUM        TO IVS-CUST-NUM.
           MOVE 'N'                         TO WS-STATUS-ROW-SW
                                               WS-LOCK-EXPIRED-IND.

           EXEC SQL
                SELECT IVS_FAIL_COUNT
                     , IVS_LOCKED_IND
                     , CASE WHEN IVS_LOCKED_TS
                                 + :WS-IDV-LOCK-HOURS HOURS
                                 <= CURRENT TIMESTAMP
                            THEN 'Y' ELSE 'N' END
                  INTO :IVS-FAIL-COUNT
                     , :IVS-LOCKED-IND
                     , :WS-LOCK-EXPIRED-IND
                  FROM T_UIS_IDV_STATUS
                 WHERE IVS_CUST_NUM = :IVS-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-STATUS-ROW-FOUND  TO TRUE
               WHEN SQLCODE = 100
                   MOVE ZERO                TO IVS-FAIL-COUNT
                   MOVE 'N'                 TO IVS-LOCKED-IND
               WHEN OTHER
                   PERFORM 9100-SQL-FAILURE
                      THRU 9100-EXIT
           END-EVALUATE.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2500-REFUSE-LOCKED                          *
      * THE ANSWERS ARE NOT LOOKED AT WHILE THE LOCK HOLDS. THE        *
      * REFUSAL IS STILL LOGGED, SO PROBING OF A LOCKED CUSTOMER SHOWS *
      * UP ON T_UIS_IDV_ATTEMPT.                                       *
      ******************************************************************
       2500-REFUSE-LOCKED.

           SET ZOS-IDV-WAS-LOCKED           TO TRUE.
           MOVE 'L'                         TO IVS-LAST-RESULT.

           EXEC SQL
                UPDATE T_UIS_IDV_STATUS
                   SET IVS_LAST_RESULT     = :IVS-LAST-RESULT
                     , IVS_LAST_ATTEMPT_TS = CURRENT TIMESTAMP
                 WHERE IVS_CUST_NUM        = :IVS-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 2500-EXIT
           END-IF.

           PERFORM 4100-LOG-ATTEMPT
              THRU 4100-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2500-EXIT
           END-IF.

           PERFORM 4200-BUILD-REPLY
              THRU 4200-EXIT.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-IDV-LOCKED               TO TRUE.
           MOVE WS-LOCKED-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 99
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3000-COMPARE-FACTORS                         *
      * A CUSTOMER WITH NO CONTACT ROW CANNOT MATCH THE POSTAL CODE OR *
      * PHONE, SO CANNOT PASS - THE AGENT MUST FALL BACK TO ANOTHER    *
      * PROCEDURE. A FACTOR ON FILE AS SPACES NEVER MATCHES.           *
      ******************************************************************
       3000-COMPARE-FACTORS.

           MOVE 'N'                         TO ZOS-IDV-RPY-DOB-MATCH
                                               ZOS-IDV-RPY-POSTAL-MATCH
                                               ZOS-IDV-RPY-PHONE-MATCH.

           MOVE ZOS-REQUEST-CUST-NUM        TO CUST-NUM.

           EXEC SQL
                SELECT CUST_DOB
                  INTO :CUST-DOB
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF CUST-DOB NOT = SPACES
                    AND CUST-DOB = ZOS-IDV-REQ-DOB
                       MOVE 'Y'             TO ZOS-IDV-RPY-DOB-MATCH
                   END-IF
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-SQL-FAILURE
                      THRU 9100-EXIT
                   GO TO 3000-EXIT
           END-EVALUATE.

           MOVE ZOS-REQUEST-CUST-NUM        TO CCT-CUST-NUM.
           MOVE 'N'                         TO WS-CONTACT-ROW-SW.

           EXEC SQL
                SELECT CCT_POSTAL_CD, CCT_PHONE
                  INTO :CCT-POSTAL-CD, :CCT-PHONE
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CCT-CUST-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CONTACT-ROW-FOUND TO TRUE
               WHEN SQLCODE = 100
                   GO TO 3000-EXIT
               WHEN OTHER
                   PERFORM 9100-SQL-FAILURE
                      THRU 9100-EXIT
                   GO TO 3000-EXIT
           END-EVALUATE.

           PERFORM 3100-COMPARE-POSTAL
              THRU 3100-EXIT.

           PERFORM 3200-COMPARE-PHONE
              THRU 3200-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-COMPARE-POSTAL                         *
      * BOTH SIDES ARE NORMALIZED FIRST. A FIVE-CHARACTER ANSWER       *
      * AGAINST A NINE-CHARACTER CODE ON FILE (ZIP+4) IS COMPARED ON   *
      * THE FIRST FIVE ONLY - CALLERS RARELY KNOW THEIR +4.            *
      ******************************************************************
       3100-COMPARE-POSTAL.

           MOVE ZOS-IDV-REQ-POSTAL          TO WS-POSTAL-IN.
           PERFORM 3110-NORMALIZE-POSTAL
              THRU 3110-EXIT.
           MOVE WS-POSTAL-OUT               TO WS-ANSWER-POSTAL.
           MOVE WS-POSTAL-OUT-LEN           TO WS-ANSWER-POSTAL-LEN.

           MOVE CCT-POSTAL-CD               TO WS-POSTAL-IN.
           PERFORM 3110-NORMALIZE-POSTAL
              THRU 3110-EXIT.
           MOVE WS-POSTAL-OUT               TO WS-FILE-POSTAL.
           MOVE WS-POSTAL-OUT-LEN           TO WS-FILE-POSTAL-LEN.

           IF WS-FILE-POSTAL-LEN = ZERO
            OR WS-ANSWER-POSTAL-LEN = ZERO
               GO TO 3100-EXIT
           END-IF.

           IF WS-ANSWER-POSTAL = WS-FILE-POSTAL
               MOVE 'Y'                     TO ZOS-IDV-RPY-POSTAL-MATCH
               GO TO 3100-EXIT
           END-IF.

           IF WS-ANSWER-POSTAL-LEN = 5
            AND WS-FILE-POSTAL-LEN = 9
            AND WS-ANSWER-POSTAL(1:5) = WS-FILE-POSTAL(1:5)
               MOVE 'Y'                     TO ZOS-IDV-RPY-POSTAL-MATCH
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3110-NORMALIZE-POSTAL                        *
      ******************************************************************
       3110-NORMALIZE-POSTAL.

           MOVE SPACES                      TO WS-POSTAL-OUT.
           MOVE ZERO                        TO WS-POSTAL-OUT-LEN.

           INSPECT WS-POSTAL-IN
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 3120-KEEP-POSTAL-CHAR
              THRU 3120-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > LENGTH OF WS-POSTAL-IN.
           .
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3120-KEEP-POSTAL-CHAR                        *
      ******************************************************************
       3120-KEEP-POSTAL-CHAR.

           IF WS-POSTAL-IN(WS-SUB:1) = SPACE
            OR WS-POSTAL-IN(WS-SUB:1) = '-'
               GO TO 3120-EXIT
           END-IF.

           ADD 1                            TO WS-POSTAL-OUT-LEN.
           MOVE WS-POSTAL-IN(WS-SUB:1)
             TO WS-POSTAL-OUT(WS-POSTAL-OUT-LEN:1).
           .
       3120-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3200-COMPARE-PHONE                          *
      * THE PHONE ON FILE IS FREE-FORM ('(555) 123-4567', '+1 555 123  *
      * 4567'), SO ITS DIGITS ARE PICKED OFF FROM THE RIGHT UNTIL FOUR *
      * ARE FOUND.                                                     *
      ******************************************************************
       3200-COMPARE-PHONE.

           MOVE SPACES                      TO WS-FILE-PHONE-LAST4.
           MOVE ZERO                        TO WS-PHONE-DIGIT-CNT.

           PERFORM 3210-TAKE-PHONE-DIGIT
              THRU 3210-EXIT
              VARYING WS-SUB FROM LENGTH OF CCT-PHONE BY -1
              UNTIL WS-SUB < 1
                 OR WS-PHONE-DIGIT-CNT = 4.

           IF WS-PHONE-DIGIT-CNT = 4
            AND WS-FILE-PHONE-LAST4 = ZOS-IDV-REQ-PHONE-LAST4
               MOVE 'Y'                     TO ZOS-IDV-RPY-PHONE-MATCH
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3210-TAKE-PHONE-DIGIT                        *
      ******************************************************************
       3210-TAKE-PHONE-DIGIT.

           IF CCT-PHONE(WS-SUB:1) NOT NUMERIC
               GO TO 3210-EXIT
           END-IF.

           COMPUTE WS-OUT-SUB = 4 - WS-PHONE-DIGIT-CNT.
           MOVE CCT-PHONE(WS-SUB:1)
             TO WS-FILE-PHONE-LAST4(WS-OUT-SUB:1).
           ADD 1                            TO WS-PHONE-DIGIT-CNT.
           .
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4000-SAVE-IDV-STATUS                         *
      * THE SAME UPDATE-THEN-INSERT PATTERN F5748CCS USES FOR THE      *
      * CONTACT ROW. THE LOCK TIMESTAMP IS ONLY MOVED WHEN THIS        *
      * ATTEMPT IS THE ONE THAT LOCKS.                                 *
      ******************************************************************
       4000-SAVE-IDV-STATUS.

           IF WS-STATUS-ROW-FOUND
               EXEC SQL
                    UPDATE T_UIS_IDV_STATUS
                       SET IVS_FAIL_COUNT      = :IVS-FAIL-COUNT
                         , IVS_LOCKED_TS       =
                           CASE WHEN :IVS-LOCKED-IND = 'Y'
                                 AND IVS_LOCKED_IND  = 'N'
                                THEN CURRENT TIMESTAMP
                                ELSE IVS_LOCKED_TS END
                         , IVS_LOCKED_IND      = :IVS-LOCKED-IND
                         , IVS_LAST_RESULT     = :IVS-LAST-RESULT
                         , IVS_LAST_ATTEMPT_TS = CURRENT TIMESTAMP
                     WHERE IVS_CUST_NUM        = :IVS-CUST-NUM
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO T_UIS_IDV_STATUS
                           ( IVS_CUST_NUM
                           , IVS_FAIL_COUNT
                           , IVS_LOCKED_IND
                           , IVS_LOCKED_TS
                           , IVS_LAST_RESULT
                           , IVS_LAST_ATTEMPT_TS )
                    VALUES ( :IVS-CUST-NUM
                           , :IVS-FAIL-COUNT
                           , :IVS-LOCKED-IND
                           , CURRENT TIMESTAMP
                           , :IVS-LAST-RESULT
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4100-LOG-ATTEMPT                           *
      * FLAGS AND COUNTS ONLY - NEITHER THE ANSWERS NOR THE VALUES ON  *
      * FILE ARE WRITTEN. AN ATTEMPT THAT CANNOT BE LOGGED IS NOT      *
      * ANSWERED.                                                      *
      ******************************************************************
       4100-LOG-ATTEMPT.

           MOVE ZOS-REQUEST-CUST-NUM        TO IVA-CUST-NUM.
           MOVE ZOS-SRC-RACF-ID             TO IVA-RACF-ID.
           MOVE ZOS-SRC-APP-NM              TO IVA-SRC-APP-NM.
           MOVE ZOS-IDV-RPY-RESULT          TO IVA-RESULT.
           MOVE ZOS-IDV-RPY-DOB-MATCH       TO IVA-DOB-MATCH.
           MOVE ZOS-IDV-RPY-POSTAL-MATCH    TO IVA-POSTAL-MATCH.
           MOVE ZOS-IDV-RPY-PHONE-MATCH     TO IVA-PHONE-MATCH.
           MOVE IVS-FAIL-COUNT              TO IVA-FAIL-COUNT.

           EXEC SQL
                INSERT INTO T_UIS_IDV_ATTEMPT
                       ( IVA_CUST_NUM
                       , IVA_ATTEMPT_TS
                       , IVA_RACF_ID
                       , IVA_SRC_APP_NM
                       , IVA_RESULT
                       , IVA_DOB_MATCH
                       , IVA_POSTAL_MATCH
                       , IVA_PHONE_MATCH
                       , IVA_FAIL_COUNT )
                VALUES ( :IVA-CUST-NUM
                       , CURRENT TIMESTAMP
                       , :IVA-RACF-ID
                       , :IVA-SRC-APP-NM
                       , :IVA-RESULT
                       , :IVA-DOB-MATCH
                       , :IVA-POSTAL-MATCH
                       , :IVA-PHONE-MATCH
                       , :IVA-FAIL-COUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES                  TO ZOS-IDV-RPY-RESULT
                                               ZOS-IDV-RPY-DOB-MATCH
                                               ZOS-IDV-RPY-POSTAL-MATCH
                                               ZOS-IDV-RPY-PHONE-MATCH
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4200-BUILD-REPLY                           *
      * THE FLAGS ARE ALREADY IN ZOS-IDV-AREA. ADDS THE ATTEMPTS LEFT  *
      * BEFORE A LOCK, AND A ONE-LINE SUMMARY IN THE 200-BYTE          *
      * ADDITIONAL AREA FOR THE AGENT'S SCREEN.                        *
      ******************************************************************
       4200-BUILD-REPLY.

           IF IVS-IS-LOCKED
               MOVE ZERO                    TO WS-TRIES-LEFT
           ELSE
               COMPUTE WS-TRIES-LEFT = WS-IDV-FAIL-LIMIT
                                     - IVS-FAIL-COUNT
           END-IF.

           IF WS-TRIES-LEFT < ZERO
               MOVE ZERO                    TO WS-TRIES-LEFT
           END-IF.

           IF WS-TRIES-LEFT > 9
               MOVE 9                       TO WS-TRIES-LEFT
           END-IF.

           MOVE WS-TRIES-LEFT               TO ZOS-IDV-RPY-TRIES-LEFT.

           EVALUATE TRUE
               WHEN ZOS-IDV-PASSED
                   MOVE 'PASS'              TO WS-RESULT-WORD
               WHEN ZOS-IDV-WAS-LOCKED
                   MOVE 'LOCKED'            TO WS-RESULT-WORD
               WHEN IVS-IS-LOCKED
                   MOVE 'LOCKED'            TO WS-RESULT-WORD
               WHEN OTHER
                   MOVE 'FAIL'              TO WS-RESULT-WORD
           END-EVALUATE.

           MOVE SPACES                      TO ZOS-REPLY-ADDNTL-AREA.
           STRING 'IDV='       WS-RESULT-WORD
                  ' DOB='      ZOS-IDV-RPY-DOB-MATCH
                  ' POSTAL='   ZOS-IDV-RPY-POSTAL-MATCH
                  ' PHONE='    ZOS-IDV-RPY-PHONE-MATCH
                  ' TRIES-LEFT=' ZOS-IDV-RPY-TRIES-LEFT
                  DELIMITED BY SIZE
                  INTO ZOS-REPLY-ADDNTL-AREA.
           .
       4200-EXIT.
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
           DISPLAY 'F5748IDV - SQL FAILURE SQLCODE=' SQLCODE
                   ' CUST=' ZOS-REQUEST-CUST-NUM.
           .
       9100-EXIT.
           EXIT.

       END PROGRAM F5748IDV.
