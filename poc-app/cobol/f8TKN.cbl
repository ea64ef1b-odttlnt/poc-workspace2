      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748TKN.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748TKN:     LOG PAYLOAD PERSONAL DATA TOKENIZER             *
      *                                                                *
      *  FUNCTION:     THE LOGGED 'REQUEST', 'RESPONSE', AND           *
      *                'RESPONSC' ROWS CARRY THE COMMAREA AS SENT AND  *
      *                RETURNED - NAMES, DATES OF BIRTH, CONTACT       *
      *                DETAILS, HOUSEHOLD ROSTERS, AND SERVICE NOTE    *
      *                TEXT INCLUDED. THIS SUBPROGRAM TAKES THOSE      *
      *                FIELDS OUT OF THE LOG:                          *
      *                                                                *
      *                TOKENIZE   - EACH NON-BLANK PERSONAL DATA FIELD *
      *                             IS REPLACED BY '#T' AND A SLOT     *
      *                             NUMBER, AND THE VALUES ARE SAVED   *
      *                             AS ONE T_UIS_PII_VAULT ROW UNDER   *
      *                             THE LOG ROW'S KEY. THE JSON REPLY  *
      *                             COPY OF THE CUSTOMER NAME IS       *
      *                             MASKED WITH '*' AND SAVED UNDER    *
      *                             SLOT 999.                          *
      *                DETOKENIZE - FOR A RACF ID WITH AN UNEXPIRED    *
      *                             T_UIS_PII_DETOK_AUTH GRANT, THE    *
      *                             VALUES ARE PUT BACK AND LISTED,    *
      *                             AND THE VIEW IS RECORDED ON        *
      *                             T_UIS_DISCLOSURE_LOG (AUTH LEVEL   *
      *                             'T'). IF THE DISCLOSURE ROW CANNOT *
      *                             BE WRITTEN NOTHING IS RESTORED.    *
      *                                                                *
      *                THE PAYLOAD IS OVERLAID ON THE F5748I01 LAYOUT  *
      *                - PAST THE 15-BYTE TIMESTAMP PREFIX ON A        *
      *                'RESPONSE' ROW, FROM BYTE 31,586 OF THE         *
      *                COMMAREA ON A 'RESPONSC' CONTINUATION - SO THE  *
      *                FIELDS ARE FOUND BY NAME, NOT BYTE OFFSET. THE  *
      *                PART OF THE LAYOUT THE ROW DOES NOT COVER IS    *
      *                LOW-VALUES AND IS PASSED OVER.                  *
      *                                                                *
      *  ENVIRONMENT:  SUBPROGRAM, ONLINE (F5748I00, F5748THS) AND     *
      *                BATCH (F5748TRC, F5748RPL, F5748SAR). NO CICS   *
      *                SERVICES.                                       *
      *                                                                *
      *  PARAMETERS:   1. F5748TKA TOKENIZATION CALL AREA              *
      *                2. LOG DATA PAYLOAD (31,600 BYTES)              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_PII_VAULT       (INSERT/READ)             *
      *                T_UIS_PII_DETOK_AUTH  (READ)                    *
      *                T_UIS_DISCLOSURE_LOG  (INSERT)                  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  TOKENIZE IDENTITY VERIFICATION ANSWERS      *
      *  2026-10-15 UISAD  TOKENIZE AUTHORIZED REPRESENTATIVE NAMES    *
      *  2026-10-15 UISAD  TOKENIZE CUSTOMER SERVICE NOTE TEXT         *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748TKN'.
           05  WS-TOKEN-PREFIX              PIC X(02) VALUE '#T'.
           05  WS-JSON-SLOT                 PIC 9(03) VALUE 999.
           05  WS-MAX-SLOT                  PIC 9(03) VALUE 250.
           05  WS-RESPONSE-PREFIX-LEN       PIC 9(02) VALUE 15.
           05  WS-CONT-IMAGE-POS            PIC 9(05) VALUE 31586.
           05  WS-JSON-NAME-TAG             PIC X(12)
                                            VALUE '"custName":"'.

       01  WS-WORKING-FIELDS.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
           05  WS-DATA-POS                  PIC S9(09) COMP VALUE ZERO.
           05  WS-IMAGE-POS                 PIC S9(09) COMP VALUE ZERO.
           05  WS-SEG-LEN                   PIC S9(09) COMP VALUE ZERO.
           05  WS-IMAGE-LEN                 PIC S9(09) COMP VALUE ZERO.
           05  WS-SUB                       PIC S9(04) COMP VALUE ZERO.
           05  WS-SLOT                      PIC 9(03) VALUE ZEROES.
           05  WS-VAULT-PTR                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PARSE-PTR                 PIC S9(04) COMP VALUE ZERO.
           05  WS-JSON-POS                  PIC S9(04) COMP VALUE ZERO.
           05  WS-JSON-LEN                  PIC S9(04) COMP VALUE ZERO.

      * THE FIELD IN HAND - EVERY PERSONAL DATA FIELD IS MOVED HERE,
      * TOKENIZED OR RESTORED, AND MOVED BACK.
       01  WS-FIELD-AREA.
           05  WS-FLD-LABEL                 PIC X(16) VALUE SPACES.
           05  WS-FLD-LEN                   PIC S9(04) COMP VALUE ZERO.
           05  WS-FLD-VALUE                 PIC X(50) VALUE SPACES.
           05  WS-FLD-TOKEN REDEFINES WS-FLD-VALUE.
               10  WS-FLD-TOKEN-PREFIX      PIC X(02).
               10  WS-FLD-TOKEN-SLOT        PIC X(03).
               10  WS-FLD-TOKEN-SLOT-N REDEFINES WS-FLD-TOKEN-SLOT
                                            PIC 9(03).
               10  FILLER                   PIC X(45).

      * ONE VAULT ENTRY AS IT IS WRITTEN INTO PVT_VALUES.
       01  WS-ENTRY-HEADER.
           05  WS-ENTRY-SLOT                PIC 9(03) VALUE ZEROES.
           05  WS-ENTRY-LEN                 PIC 9(03) VALUE ZEROES.

      * A VAULT ROW UNPACKED BY SLOT FOR A DETOKENIZE.
       01  WS-VAULT-TABLE.
           05  WS-VAULT-ENTRY OCCURS 250 TIMES.
               10  WS-VE-LEN                PIC S9(04) COMP.
               10  WS-VE-VALUE              PIC X(50).
       01  WS-JSON-ENTRY.
           05  WS-JE-LEN                    PIC S9(04) COMP VALUE ZERO.
           05  WS-JE-VALUE                  PIC X(50) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARSE-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-PARSE-DONE                      VALUE 'Y'.

      * THE PAYLOAD OVERLAY.
       01  TKN-COMMAREA.
           COPY F5748I01.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_PII_VAULT
           EXEC SQL INCLUDE F5748PVT     END-EXEC.

      * DCLGEN FOR T_UIS_PII_DETOK_AUTH
           EXEC SQL INCLUDE F5748PDA     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748TKN WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  TKA-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKA==.
       01  TKA-LOG-DATA                     PIC X(31600).
      *
       PROCEDURE DIVISION USING TKA-CALL-AREA
                                TKA-LOG-DATA.
      ******************************************************************
       0000-BEGIN.

           MOVE ZERO                        TO TKA-RETURN-CODE
                                               TKA-SQLCODE
                                               TKA-TOKEN-COUNT
                                               TKA-VALUE-COUNT.

           PERFORM 1000-LOAD-IMAGE
              THRU 1000-EXIT.

           IF TKA-RETURN-CODE NOT = ZERO
               GO TO 0000-RETURN
           END-IF.

           IF TKA-TOKENIZE
               PERFORM 2000-TOKENIZE
                  THRU 2000-EXIT
           ELSE
               PERFORM 3000-DETOKENIZE
                  THRU 3000-EXIT
           END-IF.

       0000-RETURN.
           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1000-LOAD-IMAGE                           *
      * WORKS OUT WHICH PART OF THE COMMAREA THE ROW CARRIES AND LAYS  *
      * IT OVER THE F5748I01 LAYOUT.                                   *
      ******************************************************************
       1000-LOAD-IMAGE.

           MOVE LENGTH OF TKN-COMMAREA      TO WS-IMAGE-LEN.

           EVALUATE TKA-LOG-TYPE
               WHEN 'REQUEST'
                   MOVE 1                   TO WS-DATA-POS
                                               WS-IMAGE-POS
                   MOVE TKA-LOG-DATA-LENGTH TO WS-SEG-LEN
               WHEN 'RESPONSE'
                   COMPUTE WS-DATA-POS = WS-RESPONSE-PREFIX-LEN + 1
                   MOVE 1                   TO WS-IMAGE-POS
                   COMPUTE WS-SEG-LEN = TKA-LOG-DATA-LENGTH
                                      - WS-RESPONSE-PREFIX-LEN
               WHEN 'RESPONSC'
                   MOVE 1                   TO WS-DATA-POS
                   MOVE WS-CONT-IMAGE-POS   TO WS-IMAGE-POS
                   MOVE TKA-LOG-DATA-LENGTH TO WS-SEG-LEN
               WHEN OTHER
                   MOVE 4                   TO TKA-RETURN-CODE
                   GO TO 1000-EXIT
           END-EVALUATE.

           IF WS-SEG-LEN > 31600 - WS-DATA-POS + 1
               COMPUTE WS-SEG-LEN = 31600 - WS-DATA-POS + 1
           END-IF.

           IF WS-SEG-LEN > WS-IMAGE-LEN - WS-IMAGE-POS + 1
               COMPUTE WS-SEG-LEN = WS-IMAGE-LEN - WS-IMAGE-POS + 1
           END-IF.

           IF WS-SEG-LEN < 1
               MOVE 4                       TO TKA-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE LOW-VALUES                  TO TKN-COMMAREA.
           MOVE TKA-LOG-DATA(WS-DATA-POS:WS-SEG-LEN)
             TO TKN-COMMAREA(WS-IMAGE-POS:WS-SEG-LEN).
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2000-TOKENIZE                           *
      * THE TOKENS GO BACK INTO THE PAYLOAD EVEN WHEN THE VAULT ROW    *
      * CANNOT BE WRITTEN - A ROW THAT CANNOT BE REVERSED IS BETTER    *
      * THAN ONE LOGGED IN THE CLEAR.                                  *
      ******************************************************************
       2000-TOKENIZE.

           MOVE ZERO                        TO WS-SLOT.
           MOVE 1                           TO WS-VAULT-PTR.
           MOVE SPACES                      TO PVT-VALUES-TEXT.

           PERFORM 5000-WALK-FIELDS
              THRU 5000-EXIT.

           IF TKA-TOKEN-COUNT = ZERO
               MOVE 4                       TO TKA-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE TKN-COMMAREA(WS-IMAGE-POS:WS-SEG-LEN)
             TO TKA-LOG-DATA(WS-DATA-POS:WS-SEG-LEN).

           MOVE TKA-CORRELATION-ID          TO PVT-CORRELATION-ID.
           MOVE TKA-LOG-TYPE                TO PVT-LOG-TYPE.
           MOVE TKA-SEG-SEQ                 TO PVT-SEG-SEQ.
           MOVE TKA-CUSTOMER-NBR            TO PVT-CUST-NUM.
           MOVE TKA-TOKEN-COUNT             TO PVT-TOKEN-COUNT.
           COMPUTE PVT-VALUES-LEN = WS-VAULT-PTR - 1.

           EXEC SQL
                INSERT INTO T_UIS_PII_VAULT
                       ( PVT_CORRELATION_ID
                       , PVT_LOG_TYPE
                       , PVT_SEG_SEQ
                       , PVT_CUST_NUM
                       , PVT_TOKEN_COUNT
                       , PVT_VALUES
                       , PVT_CREATED_TS )
                VALUES ( :PVT-CORRELATION-ID
                       , :PVT-LOG-TYPE
                       , :PVT-SEG-SEQ
                       , :PVT-CUST-NUM
                       , :PVT-TOKEN-COUNT
                       , :PVT-VALUES
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 12                      TO TKA-RETURN-CODE
               MOVE SQLCODE                 TO TKA-SQLCODE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-DETOKENIZE                          *
      ******************************************************************
       3000-DETOKENIZE.

      * A ROW WITH NO VAULT ENTRY HAS NOTHING TO DISCLOSE AND NEEDS NO
      * GRANT - THE CALLER USES IT AS LOGGED.
           PERFORM 3200-READ-VAULT
              THRU 3200-EXIT.

           IF TKA-RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-CHECK-ENTITLEMENT
              THRU 3100-EXIT.

           IF TKA-RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 5000-WALK-FIELDS
              THRU 5000-EXIT.

           IF TKA-TOKEN-COUNT = ZERO
               MOVE 4                       TO TKA-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-LOG-DISCLOSURE
              THRU 3300-EXIT.

           IF TKA-RETURN-CODE NOT = ZERO
               MOVE ZERO                    TO TKA-TOKEN-COUNT
                                               TKA-VALUE-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE TKN-COMMAREA(WS-IMAGE-POS:WS-SEG-LEN)
             TO TKA-LOG-DATA(WS-DATA-POS:WS-SEG-LEN).
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3100-CHECK-ENTITLEMENT                       *
      * A BATCH CALLER PASSES NO RACF ID - THE JOB'S OWN DB2           *
      * AUTHORIZATION ID IS THE USER, SO A PARM CARD CANNOT CLAIM      *
      * SOMEONE ELSE'S GRANT.                                          *
      ******************************************************************
       3100-CHECK-ENTITLEMENT.

           IF TKA-RACF-ID = SPACES
               EXEC SQL
                    SET :WS-RACF-ID = USER
               END-EXEC
           ELSE
               MOVE TKA-RACF-ID             TO WS-RACF-ID
           END-IF.

           EXEC SQL
                SELECT CHAR(PDA_EXPIRY_DATE, ISO)
                  INTO :PDA-EXPIRY-DATE
                  FROM T_UIS_PII_DETOK_AUTH
                 WHERE PDA_RACF_ID      = :WS-RACF-ID
                   AND PDA_EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 8                   TO TKA-RETURN-CODE
               WHEN OTHER
                   MOVE 12                  TO TKA-RETURN-CODE
                   MOVE SQLCODE             TO TKA-SQLCODE
           END-EVALUATE.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3200-READ-VAULT                          *
      * UNPACKS THE ROW'S SLOTS INTO WS-VAULT-TABLE.                   *
      ******************************************************************
       3200-READ-VAULT.

           MOVE TKA-CORRELATION-ID          TO PVT-CORRELATION-ID.
           MOVE TKA-LOG-TYPE                TO PVT-LOG-TYPE.
           MOVE TKA-SEG-SEQ                 TO PVT-SEG-SEQ.

           EXEC SQL
                SELECT PVT_TOKEN_COUNT, PVT_VALUES
                  INTO :PVT-TOKEN-COUNT, :PVT-VALUES
                  FROM T_UIS_PII_VAULT
                 WHERE PVT_CORRELATION_ID = :PVT-CORRELATION-ID
                   AND PVT_LOG_TYPE       = :PVT-LOG-TYPE
                   AND PVT_SEG_SEQ        = :PVT-SEG-SEQ
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 4                   TO TKA-RETURN-CODE
                   GO TO 3200-EXIT
               WHEN OTHER
                   MOVE 12                  TO TKA-RETURN-CODE
                   MOVE SQLCODE             TO TKA-SQLCODE
                   GO TO 3200-EXIT
           END-EVALUATE.

           PERFORM 3210-CLEAR-ONE-SLOT
              THRU 3210-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-MAX-SLOT.
           MOVE ZERO                        TO WS-JE-LEN.

           MOVE 1                           TO WS-PARSE-PTR.
           MOVE 'N'                         TO WS-PARSE-DONE-SW.

           PERFORM 3220-UNPACK-ONE-ENTRY
              THRU 3220-EXIT
              UNTIL WS-PARSE-DONE.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3210-CLEAR-ONE-SLOT                        *
      ******************************************************************
       3210-CLEAR-ONE-SLOT.

           MOVE ZERO                        TO WS-VE-LEN(WS-SUB).
           MOVE SPACES                      TO WS-VE-VALUE(WS-SUB).
           .
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3220-UNPACK-ONE-ENTRY                       *
      ******************************************************************
       3220-UNPACK-ONE-ENTRY.

           IF WS-PARSE-PTR + 6 > PVT-VALUES-LEN
               SET WS-PARSE-DONE            TO TRUE
               GO TO 3220-EXIT
           END-IF.

           MOVE PVT-VALUES-TEXT(WS-PARSE-PTR:6)
                                            TO WS-ENTRY-HEADER.

           IF WS-ENTRY-SLOT NOT NUMERIC
            OR WS-ENTRY-LEN NOT NUMERIC
            OR WS-ENTRY-LEN < 1
            OR WS-ENTRY-LEN > 50
               SET WS-PARSE-DONE            TO TRUE
               GO TO 3220-EXIT
           END-IF.

           ADD 6                            TO WS-PARSE-PTR.

           IF WS-ENTRY-SLOT = WS-JSON-SLOT
               MOVE WS-ENTRY-LEN            TO WS-JE-LEN
               MOVE PVT-VALUES-TEXT(WS-PARSE-PTR:WS-ENTRY-LEN)
                 TO WS-JE-VALUE
           ELSE
               IF WS-ENTRY-SLOT > ZERO
                AND WS-ENTRY-SLOT NOT > WS-MAX-SLOT
                   MOVE WS-ENTRY-LEN        TO WS-VE-LEN(WS-ENTRY-SLOT)
                   MOVE PVT-VALUES-TEXT(WS-PARSE-PTR:WS-ENTRY-LEN)
                     TO WS-VE-VALUE(WS-ENTRY-SLOT)
               END-IF
           END-IF.

           ADD WS-ENTRY-LEN                 TO WS-PARSE-PTR.
           .
       3220-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3300-LOG-DISCLOSURE                        *
      * AUTH LEVEL 'T' MARKS A DETOKENIZED LOG PAYLOAD ON THE SAME     *
      * TRAIL 5045-LOG-DISCLOSURE IN F5748I00 WRITES FOR UNMASKED      *
      * SERVICE REPLIES.                                               *
      ******************************************************************
       3300-LOG-DISCLOSURE.

           EXEC SQL
                INSERT INTO T_UIS_DISCLOSURE_LOG
                       ( DSC_RACF_ID
                       , DSC_AUTH_LEVEL
                       , DSC_CUST_NUM
                       , DSC_EMPE_ID
                       , DSC_SRV_FN_CD
                       , DSC_CORRELATION_ID
                       , DSC_DISCLOSURE_TS )
                VALUES ( :WS-RACF-ID
                       , 'T'
                       , :TKA-CUSTOMER-NBR
                       , :TKA-EMPLOYEE-NBR
                       , :TKA-SRV-FN-CD
                       , :TKA-CORRELATION-ID
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 12                      TO TKA-RETURN-CODE
               MOVE SQLCODE                 TO TKA-SQLCODE
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5000-WALK-FIELDS                          *
      * EVERY PERSONAL DATA FIELD OF THE LAYOUT, IN ONE PLACE, FOR     *
      * BOTH DIRECTIONS. A FIELD ADDED TO F5748I01 THAT CARRIES        *
      * PERSONAL DATA IS ADDED HERE.                                   *
      ******************************************************************
       5000-WALK-FIELDS.

           MOVE 'SEARCH NAME'               TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REQUEST-SRCH-CUST-NM TO WS-FLD-LEN.
           MOVE ZOS-REQUEST-SRCH-CUST-NM    TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-REQUEST-SRCH-CUST-NM.

           MOVE 'SEARCH DOB'                TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REQUEST-SRCH-DOB TO WS-FLD-LEN.
           MOVE ZOS-REQUEST-SRCH-DOB        TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-REQUEST-SRCH-DOB.

           MOVE 'CUSTOMER NAME'             TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-CUST-NM TO WS-FLD-LEN.
           MOVE ZOS-REPLY-CUST-NM           TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-REPLY-CUST-NM.

           PERFORM 5100-HOUSEHOLD-MEMBER
              THRU 5100-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 20.

           PERFORM 5200-SEARCH-CANDIDATE
              THRU 5200-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.

           PERFORM 5300-BATCH-REPLY-NAME
              THRU 5300-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.

           PERFORM 5400-ROSTER-MEMBER
              THRU 5400-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 60.

           PERFORM 5500-CONTACT-DETAILS
              THRU 5500-EXIT.

           PERFORM 5600-JSON-CUST-NAME
              THRU 5600-EXIT.

           PERFORM 5700-IDV-ANSWERS
              THRU 5700-EXIT.

           PERFORM 5750-AUTH-REP-REQUEST
              THRU 5750-EXIT.

           PERFORM 5760-AUTH-REP-REPLY
              THRU 5760-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.

           PERFORM 5770-NOTE-REQUEST
              THRU 5770-EXIT.

           PERFORM 5780-NOTE-REPLY
              THRU 5780-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 10.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5100-HOUSEHOLD-MEMBER                       *
      ******************************************************************
       5100-HOUSEHOLD-MEMBER.

           MOVE 'MEMBER FIRST NAME'         TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-HH-FIRST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-REPLY-HH-FIRST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-REPLY-HH-FIRST-NM(WS-SUB).

           MOVE 'MEMBER LAST NAME'          TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-HH-LAST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-REPLY-HH-LAST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-REPLY-HH-LAST-NM(WS-SUB).
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5200-SEARCH-CANDIDATE                       *
      ******************************************************************
       5200-SEARCH-CANDIDATE.

           MOVE 'CANDIDATE NAME'            TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-SRCH-CUST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-REPLY-SRCH-CUST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-REPLY-SRCH-CUST-NM(WS-SUB).
           .
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5300-BATCH-REPLY-NAME                       *
      ******************************************************************
       5300-BATCH-REPLY-NAME.

           MOVE 'CUSTOMER NAME'             TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-BATCH-REPLY-CUST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-BATCH-REPLY-CUST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE       TO ZOS-BATCH-REPLY-CUST-NM(WS-SUB).
           .
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5400-ROSTER-MEMBER                         *
      ******************************************************************
       5400-ROSTER-MEMBER.

           MOVE 'MEMBER FIRST NAME'         TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-HHX-FIRST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-REPLY-HHX-FIRST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-REPLY-HHX-FIRST-NM(WS-SUB).

           MOVE 'MEMBER LAST NAME'          TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-REPLY-HHX-LAST-NM(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-REPLY-HHX-LAST-NM(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-REPLY-HHX-LAST-NM(WS-SUB).
           .
       5400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5500-CONTACT-DETAILS                        *
      * THE NEW VALUES ON AN UPDATE REQUEST AND THE ROW RETURNED.      *
      * STATE AND EFFECTIVE DATE ARE NOT PERSONAL DATA ON THEIR OWN.   *
      ******************************************************************
       5500-CONTACT-DETAILS.

           MOVE 'ADDRESS LINE 1'            TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-ADDR-LN1 TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-ADDR-LN1    TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-ADDR-LN1.

           MOVE 'ADDRESS LINE 2'            TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-ADDR-LN2 TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-ADDR-LN2    TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-ADDR-LN2.

           MOVE 'CITY'                      TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-CITY TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-CITY        TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-CITY.

           MOVE 'POSTAL CODE'               TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-POSTAL TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-POSTAL      TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-POSTAL.

           MOVE 'PHONE'                     TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-PHONE TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-PHONE       TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-PHONE.

           MOVE 'EMAIL'                     TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-REQ-EMAIL TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-REQ-EMAIL       TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-REQ-EMAIL.

           MOVE 'ADDRESS LINE 1'            TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-ADDR-LN1 TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-ADDR-LN1    TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-ADDR-LN1.

           MOVE 'ADDRESS LINE 2'            TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-ADDR-LN2 TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-ADDR-LN2    TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-ADDR-LN2.

           MOVE 'CITY'                      TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-CITY TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-CITY        TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-CITY.

           MOVE 'POSTAL CODE'               TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-POSTAL TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-POSTAL      TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-POSTAL.

           MOVE 'PHONE'                     TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-PHONE TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-PHONE       TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-PHONE.

           MOVE 'EMAIL'                     TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-CONTACT-RPY-EMAIL TO WS-FLD-LEN.
           MOVE ZOS-CONTACT-RPY-EMAIL       TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-CONTACT-RPY-EMAIL.
           .
       5500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5600-JSON-CUST-NAME                        *
      * 9500-BUILD-JSON-REPLY IN F5748I00 COPIES THE CUSTOMER NAME     *
      * INTO ZOS-REPLY-JSON AS "custName":"<NAME>". THE NAME IS MASKED *
      * IN PLACE (SAME LENGTH, SO THE DOCUMENT STAYS WELL FORMED) AND  *
      * KEPT UNDER SLOT 999.                                           *
      ******************************************************************
       5600-JSON-CUST-NAME.

           MOVE ZERO                        TO WS-JSON-POS
                                               WS-JSON-LEN.

           INSPECT ZOS-REPLY-JSON TALLYING WS-JSON-POS
                   FOR CHARACTERS BEFORE INITIAL WS-JSON-NAME-TAG.

           IF WS-JSON-POS + 12 >= LENGTH OF ZOS-REPLY-JSON
               GO TO 5600-EXIT
           END-IF.

           ADD 13                           TO WS-JSON-POS.

           INSPECT ZOS-REPLY-JSON(WS-JSON-POS:) TALLYING WS-JSON-LEN
                   FOR CHARACTERS BEFORE INITIAL '"'.

           IF WS-JSON-LEN < 1
            OR WS-JSON-LEN > 50
               GO TO 5600-EXIT
           END-IF.

           IF TKA-TOKENIZE
               IF ZOS-REPLY-JSON(WS-JSON-POS:WS-JSON-LEN) = ALL '*'
                   GO TO 5600-EXIT
               END-IF
               MOVE WS-JSON-SLOT            TO WS-ENTRY-SLOT
               MOVE WS-JSON-LEN             TO WS-ENTRY-LEN
               STRING WS-ENTRY-HEADER
                      ZOS-REPLY-JSON(WS-JSON-POS:WS-JSON-LEN)
                      DELIMITED BY SIZE
                      INTO PVT-VALUES-TEXT
                      WITH POINTER WS-VAULT-PTR
               END-STRING
               MOVE ALL '*'
                 TO ZOS-REPLY-JSON(WS-JSON-POS:WS-JSON-LEN)
               ADD 1                        TO TKA-TOKEN-COUNT
           ELSE
               IF WS-JE-LEN NOT = WS-JSON-LEN
                   GO TO 5600-EXIT
               END-IF
               MOVE WS-JE-VALUE(1:WS-JE-LEN)
                 TO ZOS-REPLY-JSON(WS-JSON-POS:WS-JSON-LEN)
               ADD 1                        TO TKA-TOKEN-COUNT
           END-IF.
           .
       5600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5700-IDV-ANSWERS                          *
      * THE CALLER'S ANSWERS ON A VERIFY REQUEST. THE PHONE ANSWER IS  *
      * TAKEN AS ITS FIVE-BYTE GROUP SO THE WHOLE TOKEN FITS.          *
      ******************************************************************
       5700-IDV-ANSWERS.

           MOVE 'IDV DOB'                   TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-IDV-REQ-DOB   TO WS-FLD-LEN.
           MOVE ZOS-IDV-REQ-DOB             TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-IDV-REQ-DOB.

           MOVE 'IDV POSTAL CODE'           TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-IDV-REQ-POSTAL TO WS-FLD-LEN.
           MOVE ZOS-IDV-REQ-POSTAL          TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-IDV-REQ-POSTAL.

           MOVE 'IDV PHONE LAST 4'          TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-IDV-REQ-PHONE TO WS-FLD-LEN.
           MOVE ZOS-IDV-REQ-PHONE           TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-IDV-REQ-PHONE.
           .
       5700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5750-AUTH-REP-REQUEST                       *
      ******************************************************************
       5750-AUTH-REP-REQUEST.

           MOVE 'AUTH REP NAME'             TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-AREP-REQ-NAME TO WS-FLD-LEN.
           MOVE ZOS-AREP-REQ-NAME           TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-AREP-REQ-NAME.
           .
       5750-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5760-AUTH-REP-REPLY                        *
      ******************************************************************
       5760-AUTH-REP-REPLY.

           MOVE 'AUTH REP NAME'             TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-AREP-RPY-NAME(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-AREP-RPY-NAME(WS-SUB)
                                            TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE        TO ZOS-AREP-RPY-NAME(WS-SUB).
           .
       5760-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     5770-NOTE-REQUEST                          *
      * A FREE-TEXT NOTE CAN SAY ANYTHING ABOUT THE CUSTOMER, SO BOTH  *
      * 50-BYTE PIECES ARE TREATED AS PERSONAL DATA.                   *
      ******************************************************************
       5770-NOTE-REQUEST.

           MOVE 'NOTE TEXT'                 TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-NOTE-REQ-TEXT-1
                                            TO WS-FLD-LEN.
           MOVE ZOS-NOTE-REQ-TEXT-1         TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-NOTE-REQ-TEXT-1.

           MOVE 'NOTE TEXT'                 TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-NOTE-REQ-TEXT-2
                                            TO WS-FLD-LEN.
           MOVE ZOS-NOTE-REQ-TEXT-2         TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE                TO ZOS-NOTE-REQ-TEXT-2.
           .
       5770-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      5780-NOTE-REPLY                           *
      ******************************************************************
       5780-NOTE-REPLY.

           MOVE 'NOTE TEXT'                 TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-NOTE-RPY-TEXT-1(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-NOTE-RPY-TEXT-1(WS-SUB) TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE      TO ZOS-NOTE-RPY-TEXT-1(WS-SUB).

           MOVE 'NOTE TEXT'                 TO WS-FLD-LABEL.
           MOVE LENGTH OF ZOS-NOTE-RPY-TEXT-2(WS-SUB)
                                            TO WS-FLD-LEN.
           MOVE ZOS-NOTE-RPY-TEXT-2(WS-SUB) TO WS-FLD-VALUE.
           PERFORM 5900-ONE-FIELD
              THRU 5900-EXIT.
           MOVE WS-FLD-VALUE      TO ZOS-NOTE-RPY-TEXT-2(WS-SUB).
           .
       5780-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       5900-ONE-FIELD                           *
      * TOKENIZE - A BLANK, LOW-VALUE, OR ALREADY-MASKED FIELD IS LEFT *
      * ALONE; ANY OTHER IS SAVED UNDER THE NEXT SLOT AND REPLACED BY  *
      * ITS TOKEN. DETOKENIZE - A TOKEN WITH A VAULT ENTRY IS REPLACED *
      * BY THE VALUE, WHICH IS ALSO LISTED FOR THE CALLER.             *
      ******************************************************************
       5900-ONE-FIELD.

           IF TKA-TOKENIZE
               IF WS-FLD-VALUE(1:WS-FLD-LEN) = SPACES
                OR WS-FLD-VALUE(1:WS-FLD-LEN) = LOW-VALUES
                OR WS-FLD-VALUE(1:WS-FLD-LEN) = ALL '*'
                OR WS-FLD-TOKEN-PREFIX = WS-TOKEN-PREFIX
                OR WS-SLOT NOT < WS-MAX-SLOT
                   GO TO 5900-EXIT
               END-IF
               ADD 1                        TO WS-SLOT
               MOVE WS-SLOT                 TO WS-ENTRY-SLOT
               MOVE WS-FLD-LEN              TO WS-ENTRY-LEN
               STRING WS-ENTRY-HEADER
                      WS-FLD-VALUE(1:WS-FLD-LEN)
                      DELIMITED BY SIZE
                      INTO PVT-VALUES-TEXT
                      WITH POINTER WS-VAULT-PTR
               END-STRING
               MOVE SPACES                  TO WS-FLD-VALUE
               MOVE WS-TOKEN-PREFIX         TO WS-FLD-TOKEN-PREFIX
               MOVE WS-SLOT                 TO WS-FLD-TOKEN-SLOT-N
               ADD 1                        TO TKA-TOKEN-COUNT
               GO TO 5900-EXIT
           END-IF.

           IF WS-FLD-TOKEN-PREFIX NOT = WS-TOKEN-PREFIX
            OR WS-FLD-TOKEN-SLOT NOT NUMERIC
               GO TO 5900-EXIT
           END-IF.

           IF WS-FLD-TOKEN-SLOT-N < 1
            OR WS-FLD-TOKEN-SLOT-N > WS-MAX-SLOT
               GO TO 5900-EXIT
           END-IF.

           MOVE WS-FLD-TOKEN-SLOT-N         TO WS-SLOT.

           IF WS-VE-LEN(WS-SLOT) = ZERO
               GO TO 5900-EXIT
           END-IF.

           MOVE SPACES                      TO WS-FLD-VALUE.
           MOVE WS-VE-VALUE(WS-SLOT)(1:WS-VE-LEN(WS-SLOT))
                                            TO WS-FLD-VALUE.
           ADD 1                            TO TKA-TOKEN-COUNT.

           IF TKA-VALUE-COUNT < 200
               ADD 1                        TO TKA-VALUE-COUNT
               MOVE WS-FLD-LABEL     TO TKA-VAL-LABEL(TKA-VALUE-COUNT)
               MOVE WS-FLD-VALUE     TO TKA-VAL-TEXT(TKA-VALUE-COUNT)
           END-IF.
           .
       5900-EXIT.
           EXIT.

       END PROGRAM F5748TKN.
