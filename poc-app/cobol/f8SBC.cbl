      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748SBC.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748SBC:     UIS CUSTOMER SEARCH-BY-CONTACT SERVICE          *
      *                                                                *
      *  FUNCTION:     CALLERS OFTEN KNOW THE PHONE NUMBER OR EMAIL    *
      *                ADDRESS A CUSTOMER USED BUT NOT THE CUST_NUM,   *
      *                AND F5748SBN ONLY SEARCHES BY NAME AND DATE OF  *
      *                BIRTH. THIS SERVICE FINDS THE CUSTOMERS WHOSE   *
      *                CURRENT T_CUST_CONTACT ROW CARRIES THE NUMBER   *
      *                OR ADDRESS GIVEN:                               *
      *                                                                *
      *                  - A SEARCH VALUE CONTAINING '@' IS AN EMAIL   *
      *                    ADDRESS, MATCHED WITHOUT REGARD TO CASE.    *
      *                  - ANYTHING ELSE IS A PHONE NUMBER. SPACES,    *
      *                    '-', '(', ')', '.' AND '+' ARE IGNORED ON   *
      *                    BOTH SIDES, SO '(555) 123-4567' FINDS       *
      *                    '555.123.4567'. AT LEAST 7 DIGITS ARE       *
      *                    REQUIRED AND THE DIGITS MUST MATCH IN FULL  *
      *                    - A PARTIAL NUMBER IS NOT A SEARCH.         *
      *                                                                *
      *                THE ANSWER COMES BACK EXACTLY AS F5748SBN'S     *
      *                DOES - THE 10 ZOS-REPLY-SRCH-CANDIDATE SLOTS,   *
      *                MATCH TYPE 'E', AND THE SAME F5748SBX           *
      *                CONTINUATION TOKEN PAST 10 - SO F5748I00 PUTS   *
      *                IT THROUGH THE SAME SENSITIVE-SERVICE MASKING,  *
      *                THE 'SRCH' DATA-SHARING CLASS, AND THE SAME     *
      *                REQUEST LOGGING F5748BRW PROFILES. A CONTACT    *
      *                SEARCH IS NO WAY AROUND THE NAME-SEARCH         *
      *                CONTROLS. THE T_UIS_SRV_FN_PGM ROW FOR THIS     *
      *                SERVICE MUST CARRY THE SAME SENSITIVE AND       *
      *                CACHEABLE FLAGS AS F5748SBN'S.                  *
      *                                                                *
      *  ENVIRONMENT:  ONLINE. LINKED TO FROM F5748I00'S               *
      *                5500-CALL-SERVICE-PROG WHEN T_UIS_SRV_FN_PGM    *
      *                ROUTES A REQUEST HERE. THE ROUTING TABLE ROW    *
      *                FOR THIS SERVICE MUST CARRY                     *
      *                CUST_NUM_VLD_RQR_IND = 'N' SO F5748I00'S OWN    *
      *                MANDATORY CUSTOMER-NUMBER CHECK IS SKIPPED.     *
      *                                                                *
      *  PARAMETERS:   1. F5748I00.CPY (DFHCOMMAREA) -                 *
      *                   ZOS-REQUEST-SRCH-CUST-NM CARRIES THE PHONE   *
      *                   NUMBER OR EMAIL ADDRESS IN (JSON KEY         *
      *                   'searchContact'), ZOS-REPLY-SRCH-CANDIDATE   *
      *                   OUT.                                         *
      *                                                                *
      *  DB2 TABLES:   T_CUST_CONTACT (READ)                           *
      *                T_CUST_DATA (READ)                              *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748SBC'.
           05  WS-MIN-PHONE-DIGITS          PIC 9(02) VALUE 7.

       01  WS-WORKING-FIELDS.
           05  WS-SRCH-VALUE                PIC X(50) VALUE SPACES.
           05  WS-SRCH-EMAIL                PIC X(50) VALUE SPACES.
           05  WS-SRCH-PHONE                PIC X(15) VALUE SPACES.
           05  WS-PHONE-DIGITS              PIC 9(02) VALUE ZEROES.
           05  WS-LEAD-SPACES               PIC 9(02) VALUE ZEROES.
           05  WS-AT-COUNT                  PIC 9(02) VALUE ZEROES.
           05  WS-SCAN-SUB                  PIC 9(02) VALUE ZEROES.
           05  WS-SCAN-CHAR                 PIC X(01) VALUE SPACE.
           05  WS-CAND-IDX                  PIC 9(02) VALUE ZEROES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                     VALUE 'Y'.
               88  WS-NOT-EOF-CURSOR                 VALUE 'N'.
           05  WS-SRCH-MODE-SW              PIC X(01) VALUE SPACE.
               88  WS-SRCH-BY-EMAIL                  VALUE 'E'.
               88  WS-SRCH-BY-PHONE                  VALUE 'P'.
               88  WS-SRCH-VALUE-INVALID             VALUE 'X'.
      * CONTINUATION BOOKKEEPING - AS IN F5748SBN.
           05  WS-SKIP-TARGET               PIC 9(05) VALUE ZEROES.
           05  WS-SEEN-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-TOKEN-NUM                 PIC 9(10) VALUE ZEROES.
           05  WS-HANDSHAKE-SW              PIC X(01) VALUE 'N'.
               88  WS-HANDSHAKE-ON                   VALUE 'Y'.

      ******************************************************************
      *   SEARCH-EXTENSION HANDSHAKE - SEE F5748SBX. AS WITH F5748SBN, *
      *   THIS PROGRAM NEVER TOUCHES ZOS-SRCH-EXT-AREA ITSELF.         *
      ******************************************************************
       01  WS-SBX-AREA.
           COPY F5748SBX.

       01  WS-ERROR-AREA.
           05  WS-NO-SRCH-CONTACT-MSG       PIC X(60) VALUE
         'A PHONE NUMBER (7+ DIGITS) OR EMAIL ADDRESS MUST BE GIVEN.  '.
           05  WS-NO-MATCH-MSG              PIC X(60) VALUE
         'NO CUSTOMERS MATCHED THE SEARCH PHONE NUMBER OR EMAIL.      '.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL
                INCLUDE F5748CST
           END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL
                INCLUDE F5748CCT
           END-EXEC.

      * THE STORED NUMBER IS STRIPPED OF THE SAME PUNCTUATION
      * 1200-KEEP-PHONE-DIGIT DROPS FROM THE SEARCH VALUE.
           EXEC SQL
                DECLARE PHONE-CSR CURSOR FOR
                SELECT D.CUST_NUM, D.SEG_ID, D.CUST_NM
                  FROM T_CUST_CONTACT C
                     , T_CUST_DATA    D
                 WHERE D.CUST_NUM = C.CCT_CUST_NUM
                   AND REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
                       REPLACE(C.CCT_PHONE, ' ', ''), '-', ''),
                       '(', ''), ')', ''), '.', ''), '+', '')
                     = :WS-SRCH-PHONE
                 ORDER BY D.CUST_NUM
           END-EXEC.

           EXEC SQL
                DECLARE EMAIL-CSR CURSOR FOR
                SELECT D.CUST_NUM, D.SEG_ID, D.CUST_NM
                  FROM T_CUST_CONTACT C
                     , T_CUST_DATA    D
                 WHERE D.CUST_NUM = C.CCT_CUST_NUM
                   AND UPPER(C.CCT_EMAIL) = :WS-SRCH-EMAIL
                 ORDER BY D.CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748SBC WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY F5748I01.

       PROCEDURE DIVISION.
      ******************************************************************
      *                          0000-BEGIN                            *
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF ZOS-SUCCESS
               PERFORM 2000-SEARCH-CANDIDATES
                  THRU 2000-EXIT
           END-IF.

      * HAND THE ANSWERS BACK THROUGH THE SCRATCH FIELD, EYE INTACT -
      * F5748I00'S 5035-SET-SRCH-CONTINUATION MOVES THEM INTO
      * ZOS-SRCH-EXT-AREA ONLY WHEN THE CALLER'S COMMAREA CARRIES IT.
           IF WS-HANDSHAKE-ON
               MOVE WS-SBX-AREA             TO ZOS-REPLY-ADDNTL-AREA
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZEROES                   TO ZOS-REPLY-SRCH-CAND-COUNT.

           MOVE ZEROES                   TO WS-SKIP-TARGET
                                            WS-SEEN-COUNT.

      * PICK UP THE F5748SBX HANDSHAKE F5748I00 LEFT IN THE SCRATCH
      * FIELD. NO EYE MEANS A DIRECT LINK FROM OUTSIDE THE SERVICE
      * CONTROL PROGRAM - RUN A PLAIN FIRST-PAGE SEARCH AND WRITE
      * NOTHING BACK.
           MOVE 'N'                      TO WS-HANDSHAKE-SW.
           MOVE ZOS-REPLY-ADDNTL-AREA    TO WS-SBX-AREA.

           IF SBX-HANDSHAKE-PRESENT
               MOVE 'Y'                  TO WS-HANDSHAKE-SW
           ELSE
               MOVE SPACES               TO WS-SBX-AREA
           END-IF.

           MOVE 'N'                      TO SBX-MORE-IND.
           MOVE SPACES                   TO SBX-REPLY-TOKEN.

           PERFORM 1100-CLEAR-MATCH-TYPES
              THRU 1100-EXIT
              VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > 10.

           IF SBX-REQUEST-TOKEN NUMERIC
               MOVE SBX-REQUEST-TOKEN    TO WS-TOKEN-NUM
               MOVE WS-TOKEN-NUM         TO WS-SKIP-TARGET
           END-IF.

           PERFORM 1150-CLASSIFY-SRCH-VALUE
              THRU 1150-EXIT.

           IF NOT WS-SRCH-BY-EMAIL
              AND NOT WS-SRCH-BY-PHONE
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-NO-SRCH-CONTACT-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 42
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1100-CLEAR-MATCH-TYPES                      *
      ******************************************************************
       1100-CLEAR-MATCH-TYPES.

           MOVE SPACE               TO SBX-MATCH-TYPE(WS-CAND-IDX).
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1150-CLASSIFY-SRCH-VALUE                      *
      * LEFT-JUSTIFIES THE SEARCH VALUE AND DECIDES EMAIL OR PHONE.    *
      * AN EMAIL IS UPPER-CASED FOR THE UPPER() COMPARISON; A PHONE    *
      * NUMBER IS CUT DOWN TO ITS DIGITS. A VALUE THAT IS NEITHER      *
      * LEAVES THE MODE SPACE OR 'X'.                                  *
      ******************************************************************
       1150-CLASSIFY-SRCH-VALUE.

           MOVE SPACE                       TO WS-SRCH-MODE-SW.
           MOVE SPACES                      TO WS-SRCH-VALUE
                                               WS-SRCH-EMAIL
                                               WS-SRCH-PHONE.
           MOVE ZEROES                      TO WS-PHONE-DIGITS
                                               WS-LEAD-SPACES
                                               WS-AT-COUNT.

           IF ZOS-REQUEST-SRCH-CUST-NM = SPACES
               GO TO 1150-EXIT
           END-IF.

           INSPECT ZOS-REQUEST-SRCH-CUST-NM
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
           MOVE ZOS-REQUEST-SRCH-CUST-NM(WS-LEAD-SPACES + 1:)
                                            TO WS-SRCH-VALUE.

           INSPECT WS-SRCH-VALUE
               TALLYING WS-AT-COUNT FOR ALL '@'.

           IF WS-AT-COUNT > ZEROES
               MOVE FUNCTION UPPER-CASE(WS-SRCH-VALUE)
                                            TO WS-SRCH-EMAIL
               SET WS-SRCH-BY-EMAIL         TO TRUE
               GO TO 1150-EXIT
           END-IF.

           SET WS-SRCH-BY-PHONE             TO TRUE.

           PERFORM 1200-KEEP-PHONE-DIGIT
              THRU 1200-EXIT
              VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 50
                   OR WS-SRCH-VALUE-INVALID.

           IF WS-PHONE-DIGITS < WS-MIN-PHONE-DIGITS
               SET WS-SRCH-VALUE-INVALID    TO TRUE
           END-IF.
           .
       1150-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1200-KEEP-PHONE-DIGIT                        *
      * ANY CHARACTER BUT A DIGIT OR THE PUNCTUATION PHONE-CSR STRIPS  *
      * FROM THE STORED NUMBER MAKES THE VALUE UNUSABLE, AS DOES A     *
      * NUMBER LONGER THAN THE 15-BYTE CCT_PHONE COLUMN.               *
      ******************************************************************
       1200-KEEP-PHONE-DIGIT.

           MOVE WS-SRCH-VALUE(WS-SCAN-SUB:1) TO WS-SCAN-CHAR.

           IF WS-SCAN-CHAR NUMERIC
               IF WS-PHONE-DIGITS >= LENGTH OF WS-SRCH-PHONE
                   SET WS-SRCH-VALUE-INVALID TO TRUE
                   GO TO 1200-EXIT
               END-IF
               ADD 1                         TO WS-PHONE-DIGITS
               MOVE WS-SCAN-CHAR
                 TO WS-SRCH-PHONE(WS-PHONE-DIGITS:1)
               GO TO 1200-EXIT
           END-IF.

           IF WS-SCAN-CHAR NOT = SPACE
              AND WS-SCAN-CHAR NOT = '-'
              AND WS-SCAN-CHAR NOT = '('
              AND WS-SCAN-CHAR NOT = ')'
              AND WS-SCAN-CHAR NOT = '.'
              AND WS-SCAN-CHAR NOT = '+'
               SET WS-SRCH-VALUE-INVALID     TO TRUE
           END-IF.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-SEARCH-CANDIDATES                       *
      ******************************************************************
       2000-SEARCH-CANDIDATES.

           SET WS-NOT-EOF-CURSOR            TO TRUE.

           IF WS-SRCH-BY-EMAIL
               EXEC SQL
                    OPEN EMAIL-CSR
               END-EXEC
           ELSE
               EXEC SQL
                    OPEN PHONE-CSR
               END-EXEC
           END-IF.

           PERFORM 2100-FETCH-NEXT
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           IF WS-SRCH-BY-EMAIL
               EXEC SQL
                    CLOSE EMAIL-CSR
               END-EXEC
           ELSE
               EXEC SQL
                    CLOSE PHONE-CSR
               END-EXEC
           END-IF.

           PERFORM 2700-SET-CONTINUATION
              THRU 2700-EXIT.

           IF ZOS-REPLY-SRCH-CAND-COUNT = 0
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-FAILURE              TO TRUE
               MOVE WS-NO-MATCH-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 43
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-FETCH-NEXT                           *
      ******************************************************************
       2100-FETCH-NEXT.

           IF WS-SRCH-BY-EMAIL
               EXEC SQL
                    FETCH EMAIL-CSR
                    INTO  :CUST-NUM, :SEG-ID, :CUST-NM
               END-EXEC
           ELSE
               EXEC SQL
                    FETCH PHONE-CSR
                    INTO  :CUST-NUM, :SEG-ID, :CUST-NM
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-TAKE-CANDIDATE
              THRU 2200-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-TAKE-CANDIDATE                        *
      * SKIPS CANDIDATES ALREADY RETURNED ON EARLIER PAGES, FILLS THE  *
      * NEXT FREE REPLY SLOT, AND KEEPS COUNTING PAST A FULL PAGE SO   *
      * 2700 KNOWS MORE EXIST - THE SAME PAGING AS F5748SBN.           *
      ******************************************************************
       2200-TAKE-CANDIDATE.

           ADD 1                            TO WS-SEEN-COUNT.

           IF WS-SEEN-COUNT <= WS-SKIP-TARGET
               GO TO 2200-EXIT
           END-IF.

           IF ZOS-REPLY-SRCH-CAND-COUNT >= 10
               GO TO 2200-EXIT
           END-IF.

           ADD 1                    TO ZOS-REPLY-SRCH-CAND-COUNT.
           MOVE ZOS-REPLY-SRCH-CAND-COUNT TO WS-CAND-IDX.
           MOVE CUST-NUM
             TO ZOS-REPLY-SRCH-CUST-NUM(WS-CAND-IDX).
           MOVE CUST-NM
             TO ZOS-REPLY-SRCH-CUST-NM(WS-CAND-IDX).
           MOVE SEG-ID
             TO ZOS-REPLY-SRCH-SEG-ID(WS-CAND-IDX).
           MOVE 'E'
             TO SBX-MATCH-TYPE(WS-CAND-IDX).
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2700-SET-CONTINUATION                       *
      ******************************************************************
       2700-SET-CONTINUATION.

           IF WS-SEEN-COUNT >
              (WS-SKIP-TARGET + ZOS-REPLY-SRCH-CAND-COUNT)
               MOVE 'Y'                     TO SBX-MORE-IND
               COMPUTE WS-TOKEN-NUM =
                       WS-SKIP-TARGET + ZOS-REPLY-SRCH-CAND-COUNT
               MOVE WS-TOKEN-NUM            TO SBX-REPLY-TOKEN
           END-IF.
           .
       2700-EXIT.
           EXIT.
