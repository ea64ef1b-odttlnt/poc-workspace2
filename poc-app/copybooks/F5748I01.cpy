           10  ZOS-SRC-RACF-ID              PIC X(08).
           10  ZOS-SRC-APP-NM               PIC X(10).
           10  ZOS-SRC-ENVRN-CD             PIC X(02).
               88  ZOS-SRC-ENVRN-TEST                 VALUE 'TS'.
           10  ZOS-REQUEST-OPERATION        PIC X(08).
           10  ZOS-REQUEST-TIMESTAMP        PIC X(26).
           10  ZOS-REQUEST-CUST-NUM         PIC X(10).
               88  ZOS-DUPLICATE-REQUEST              VALUE '18'.
               88  ZOS-SOURCE-NOT-APPROVED             VALUE '19'.
               88  ZOS-UNDO-LOG-NOT-FOUND              VALUE '20'.
               88  ZOS-PURPOSE-NOT-ALLOWED             VALUE '21'.
               88  ZOS-QUIESCE-REJECT                  VALUE '22'.
               88  ZOS-RACF-LOCKED-OUT                 VALUE '23'.
               88  ZOS-UNDO-PENDING-APPROVAL           VALUE '24'.
               88  ZOS-TRY-LATER                       VALUE '25'.
               88  ZOS-IDV-LOCKED                      VALUE '26'.
               88  ZOS-CUST-DECEASED                   VALUE '27'.
               88  ZOS-CUST-FRAUD-HOLD                 VALUE '28'.
               88  ZOS-ASYNC-PENDING                   VALUE '29'.
               88  ZOS-ASYNC-TICKET-UNKNOWN            VALUE '30'.
               88  ZOS-DEPENDENCY-UNAVAILABLE          VALUE '31'.
           10  ZOS-NUM-ERR                  PIC 9(03).
           10  ZOS-OPERATION-MODE           PIC X(01).
               88  ZOS-VALIDATE-ONLY                  VALUE 'V'.
      * TOKEN RESENT IN ZOS-REQUEST-SRCH-TOKEN RETURNS THE NEXT 10.
      * CALLERS OF THE EXTENSION MUST SEND THE FULL CURRENT RECORD.
      * ADDED AT THE END OF THE RECORD SO NONE OF THE EXISTING FIELD
      * POSITIONS ABOVE ARE DISTURBED. THE CONTACT SEARCH (F5748SBC)
      * PAGES THE SAME WAY - ITS PHONE NUMBER OR EMAIL ADDRESS RIDES
      * IN ZOS-REQUEST-SRCH-CUST-NM AND EVERY CANDIDATE IS 'E'.
      *
       05  ZOS-SRCH-EXT-AREA.
           10  ZOS-REQUEST-SRCH-TOKEN       PIC X(10) VALUE SPACES.
           10  ZOS-REPLY-SRCH-TOKEN         PIC X(10) VALUE SPACES.
           10  ZOS-REPLY-SRCH-MATCH-TYPE OCCURS 10 TIMES
                                            PIC X(01).
      *
      * PURPOSE-OF-USE EXTENSION - WHY THE CALLER IS ASKING FOR THIS
      * CUSTOMER'S DATA (E.G. 'SVCE' CUSTOMER SERVICE, 'CLMS' CLAIM
      * HANDLING, 'FRAU' FRAUD INVESTIGATION). MANDATORY ON EVERY
      * REQUEST: F5748I00 ACCEPTS ONLY A CODE T_UIS_PURPOSE_ALLOW
      * PERMITS FOR THE ZOS-SRC-APP-NM AND SERVICE FUNCTION, REJECTS
      * ANY OTHER (INCLUDING SPACES, OR A CALLER TOO SHORT TO CARRY
      * THE FIELD) WITH ZOS-PURPOSE-NOT-ALLOWED, AND STAMPS THE CODE
      * ON EVERY LOG ROW IT WRITES (TLG_PURPOSE_CD). ADDED AT THE END
      * OF THE RECORD SO NONE OF THE EXISTING FIELD POSITIONS ABOVE
      * ARE DISTURBED.
      *
       05  ZOS-PURPOSE-AREA.
           10  ZOS-REQUEST-PURPOSE-CD       PIC X(04) VALUE SPACES.
      *
      * IDENTITY VERIFICATION EXTENSION (F5748IDV, OPERATION 'VERIFY')
      * - THE CALL-CENTRE AGENT SENDS THE CALLER'S ANSWERS: DATE OF
      * BIRTH (CCYYMMDD), POSTAL CODE, AND THE LAST FOUR DIGITS OF
      * THE PHONE NUMBER ON FILE. THE REPLY IS THE OVERALL RESULT AND
      * A Y/N FLAG PER FACTOR - NEVER THE VALUES ON FILE. THE PHONE
      * ANSWER SITS IN A FIVE-BYTE GROUP SO F5748TKN CAN PUT ITS
      * TOKEN IN THE LOGGED COPY. AFTER REPEATED FAILURES THE
      * CUSTOMER IS LOCKED FROM VERIFICATION AND THE REQUEST COMES
      * BACK ZOS-IDV-LOCKED. CALLERS OF THE EXTENSION MUST SEND THE
      * FULL CURRENT RECORD. ADDED AT THE END OF THE RECORD SO NONE
      * OF THE EXISTING FIELD POSITIONS ABOVE ARE DISTURBED.
      *
       05  ZOS-IDV-AREA.
           10  ZOS-IDV-REQ-DOB              PIC X(08) VALUE SPACES.
           10  ZOS-IDV-REQ-POSTAL           PIC X(10) VALUE SPACES.
           10  ZOS-IDV-REQ-PHONE.
               15  ZOS-IDV-REQ-PHONE-LAST4  PIC X(04) VALUE SPACES.
               15  FILLER                   PIC X(01) VALUE SPACES.
           10  ZOS-IDV-RPY-RESULT           PIC X(01) VALUE SPACES.
               88  ZOS-IDV-PASSED                     VALUE 'P'.
               88  ZOS-IDV-FAILED                     VALUE 'F'.
               88  ZOS-IDV-WAS-LOCKED                 VALUE 'L'.
           10  ZOS-IDV-RPY-DOB-MATCH        PIC X(01) VALUE SPACES.
           10  ZOS-IDV-RPY-POSTAL-MATCH     PIC X(01) VALUE SPACES.
           10  ZOS-IDV-RPY-PHONE-MATCH      PIC X(01) VALUE SPACES.
           10  ZOS-IDV-RPY-TRIES-LEFT       PIC 9(01) VALUE ZERO.
      *
      * AUTHORIZED-REPRESENTATIVE EXTENSION (F5748ARS) - WHO MAY ACT
      * FOR THE CUSTOMER (POWER OF ATTORNEY, GUARDIAN, EXECUTOR ...).
      * INQUIRY RETURNS THE APPOINTMENTS NOT YET EXPIRED, THOSE IN
      * FORCE TODAY FIRST (ZOS-AREP-RPY-ACTIVE-IND 'Y'); MORE THAN 10
      * SETS ZOS-AREP-RPY-MORE-IND. MAINTENANCE IS AN 'UPDATE' WITH
      * ZOS-AREP-REQ-ACTION 'A' (ADD), 'C' (CHANGE ROW ZOS-AREP-REQ-
      * SEQ - BLANK FIELDS KEEP THEIR VALUE), OR 'E' (END ROW ZOS-
      * AREP-REQ-SEQ - EXPIRES TODAY, OR ON ZOS-AREP-REQ-EXP-DATE IF
      * GIVEN); THE LIST AS IT NOW STANDS COMES BACK IN THE REPLY.
      * DATES ARE CCYY-MM-DD. CALLERS OF THE EXTENSION MUST SEND THE
      * FULL CURRENT RECORD. ADDED AT THE END OF THE RECORD SO NONE
      * OF THE EXISTING FIELD POSITIONS ABOVE ARE DISTURBED.
      *
       05  ZOS-AUTHREP-AREA.
           10  ZOS-AREP-REQ-ACTION          PIC X(01) VALUE SPACES.
               88  ZOS-AREP-ADD                       VALUE 'A'.
               88  ZOS-AREP-CHANGE                    VALUE 'C'.
               88  ZOS-AREP-END                       VALUE 'E'.
           10  ZOS-AREP-REQ-SEQ             PIC 9(03) VALUE ZEROES.
           10  ZOS-AREP-REQ-NAME            PIC X(50) VALUE SPACES.
           10  ZOS-AREP-REQ-REL-TYPE        PIC X(04) VALUE SPACES.
           10  ZOS-AREP-REQ-SCOPE           PIC X(01) VALUE SPACES.
           10  ZOS-AREP-REQ-EFF-DATE        PIC X(10) VALUE SPACES.
           10  ZOS-AREP-REQ-EXP-DATE        PIC X(10) VALUE SPACES.
           10  ZOS-AREP-REQ-DOC-REF         PIC X(20) VALUE SPACES.
           10  ZOS-AREP-RPY-COUNT           PIC 9(02) VALUE ZEROES.
           10  ZOS-AREP-RPY-MORE-IND        PIC X(01) VALUE 'N'.
               88  ZOS-AREP-RPY-HAS-MORE              VALUE 'Y'.
           10  ZOS-AREP-RPY-ENTRY OCCURS 10 TIMES.
               15  ZOS-AREP-RPY-SEQ         PIC 9(03).
               15  ZOS-AREP-RPY-NAME        PIC X(50).
               15  ZOS-AREP-RPY-REL-TYPE    PIC X(04).
               15  ZOS-AREP-RPY-SCOPE       PIC X(01).
               15  ZOS-AREP-RPY-EFF-DATE    PIC X(10).
               15  ZOS-AREP-RPY-EXP-DATE    PIC X(10).
               15  ZOS-AREP-RPY-DOC-REF     PIC X(20).
               15  ZOS-AREP-RPY-ACTIVE-IND  PIC X(01).
      *
      * DECEASED-CUSTOMER EXTENSION - AN UPDATE AGAINST A CUSTOMER THE
      * F5748DTH DEATH-NOTIFICATION LOAD HAS RECORDED DECEASED COMES
      * BACK ZOS-CUST-DECEASED UNLESS ZOS-DEC-ACTING-REP-SEQ NAMES ONE
      * OF THE CUSTOMER'S AUTHORIZED REPRESENTATIVES (F5748ARS,
      * ZOS-AREP-RPY-SEQ) IN FORCE TODAY WITH INQUIRY-AND-UPDATE SCOPE
      * - THE EXECUTOR SETTLING THE ESTATE, FOR INSTANCE. MAINTAINING
      * THE REPRESENTATIVES THEMSELVES IS NEVER REFUSED. THE DATE OF
      * DEATH COMES BACK IN ZOS-DEC-RPY-DECEASED-DATE (CCYY-MM-DD) ON
      * ANY UPDATE FOR SUCH A CUSTOMER. A CALLER TOO SHORT TO CARRY
      * THE AREA CANNOT ACT FOR A REPRESENTATIVE. ADDED AT THE END OF
      * THE RECORD SO NONE OF THE EXISTING FIELD POSITIONS ABOVE ARE
      * DISTURBED.
      *
       05  ZOS-DECEASED-AREA.
           10  ZOS-DEC-ACTING-REP-SEQ       PIC 9(03) VALUE ZEROES.
           10  ZOS-DEC-RPY-DECEASED-DATE    PIC X(10) VALUE SPACES.
      *
      * CUSTOMER SERVICE NOTES EXTENSION (F5748NTS) - WHAT HAPPENED ON
      * EARLIER CALLS. INQUIRY RETURNS THE NEWEST 10 NOTES, NEWEST
      * FIRST; AN OLDER ONE SETS ZOS-NOTE-RPY-MORE-IND. AN 'UPDATE'
      * WITH ZOS-NOTE-REQ-ACTION 'A' ADDS A NOTE (TYPE AND TEXT
      * REQUIRED; A FOLLOW-UP DATE, CCYY-MM-DD AND NOT IN THE PAST,
      * IS OPTIONAL), 'D' MARKS THE FOLLOW-UP ON NOTE ZOS-NOTE-REQ-SEQ
      * DONE; THE LIST AS IT NOW STANDS COMES BACK IN THE REPLY.
      * ZOS-NOTE-RPY-FUP-STATUS IS 'P' FOR A FOLLOW-UP STILL PENDING,
      * 'D' FOR ONE DONE, SPACE FOR NONE ASKED FOR. A NOTE IS NEVER
      * CHANGED OR DELETED - A CORRECTION IS ANOTHER NOTE. THE AUTHOR
      * IS THE ZOS-SRC-RACF-ID OF THE ADD. THE TEXT IS TWO 50-BYTE
      * PIECES SO F5748TKN CAN TOKENIZE EACH IN THE LOGGED COPY.
      * CALLERS OF THE EXTENSION MUST SEND THE FULL CURRENT RECORD.
      * ADDED AT THE END OF THE RECORD SO NONE OF THE EXISTING FIELD
      * POSITIONS ABOVE ARE DISTURBED.
      *
       05  ZOS-NOTES-AREA.
           10  ZOS-NOTE-REQ-ACTION          PIC X(01) VALUE SPACES.
               88  ZOS-NOTE-ADD                       VALUE 'A'.
               88  ZOS-NOTE-FOLLOWUP-DONE             VALUE 'D'.
           10  ZOS-NOTE-REQ-SEQ             PIC 9(05) VALUE ZEROES.
           10  ZOS-NOTE-REQ-TYPE            PIC X(04) VALUE SPACES.
           10  ZOS-NOTE-REQ-TEXT.
               15  ZOS-NOTE-REQ-TEXT-1      PIC X(50) VALUE SPACES.
               15  ZOS-NOTE-REQ-TEXT-2      PIC X(50) VALUE SPACES.
           10  ZOS-NOTE-REQ-FUP-DATE        PIC X(10) VALUE SPACES.
           10  ZOS-NOTE-RPY-COUNT           PIC 9(02) VALUE ZEROES.
           10  ZOS-NOTE-RPY-MORE-IND        PIC X(01) VALUE 'N'.
               88  ZOS-NOTE-RPY-HAS-MORE              VALUE 'Y'.
           10  ZOS-NOTE-RPY-ENTRY OCCURS 10 TIMES.
               15  ZOS-NOTE-RPY-SEQ         PIC 9(05).
               15  ZOS-NOTE-RPY-TYPE        PIC X(04).
               15  ZOS-NOTE-RPY-AUTHOR      PIC X(08).
               15  ZOS-NOTE-RPY-TS          PIC X(19).
               15  ZOS-NOTE-RPY-FUP-DATE    PIC X(10).
               15  ZOS-NOTE-RPY-FUP-STATUS  PIC X(01).
               15  ZOS-NOTE-RPY-TEXT-1      PIC X(50).
               15  ZOS-NOTE-RPY-TEXT-2      PIC X(50).
      *
      * ADDRESS QUALITY EXTENSION (F5748CCS) - ON A CONTACT UPDATE (OR
      * A VALIDATE-ONLY CALL) THE ADDRESS IS PUT INTO STANDARD POSTAL
      * FORM BEFORE IT IS STORED AND CHECKED AGAINST THE POSTAL
      * REFERENCE; WHAT THE CHECK FINDS COMES BACK AS UP TO FOUR
      * WARNINGS (CODES AS IN F5748ADA). A WARNING NEVER REFUSES THE
      * UPDATE - THE STATUS STAYS ZOS-SUCCESS - SO THE AGENT CAN
      * CONFIRM THE ADDRESS WITH THE CUSTOMER AND CORRECT IT.
      * ZOS-ADQ-RPY-STANDARDIZED-IND 'Y' SAYS THE STORED ADDRESS
      * DIFFERS FROM THE ONE KEYED. BOTH OPERATIONS RETURN THE
      * UNDELIVERABLE FLAGS ON FILE: MAIL RETURNED BY THE POST OFFICE
      * (WITH THE DATE, CCYY-MM-DD) AND EMAIL BOUNCED - NOTHING IS SENT
      * THAT WAY UNTIL THE ADDRESS OR EMAIL IS UPDATED. CALLERS OF THE
      * EXTENSION MUST SEND THE FULL CURRENT RECORD. ADDED AT THE END
      * OF THE RECORD SO NONE OF THE EXISTING FIELD POSITIONS ABOVE
      * ARE DISTURBED.
      *
       05  ZOS-ADDR-QUALITY-AREA.
           10  ZOS-ADQ-RPY-WARN-COUNT       PIC 9(01) VALUE ZERO.
           10  ZOS-ADQ-RPY-WARNINGS.
               15  ZOS-ADQ-RPY-WARNING OCCURS 4 TIMES.
                   20  ZOS-ADQ-RPY-WARN-CD  PIC X(04).
                   20  ZOS-ADQ-RPY-WARN-MSG PIC X(60).
           10  ZOS-ADQ-RPY-STANDARDIZED-IND PIC X(01) VALUE 'N'.
               88  ZOS-ADQ-RPY-WAS-STANDARDIZED       VALUE 'Y'.
           10  ZOS-ADQ-RPY-MAIL-UNDELIV-IND PIC X(01) VALUE 'N'.
               88  ZOS-ADQ-RPY-MAIL-RETURNED          VALUE 'Y'.
           10  ZOS-ADQ-RPY-MAIL-RETURN-DATE PIC X(10) VALUE SPACES.
           10  ZOS-ADQ-RPY-EMAIL-UNDELIV-IND
                                            PIC X(01) VALUE 'N'.
               88  ZOS-ADQ-RPY-EMAIL-BOUNCED          VALUE 'Y'.
      *
      * ASYNCHRONOUS SUBMIT-AND-POLL EXTENSION - FOR A CALL THAT RUNS
      * UP AGAINST THE CALLER'S OWN TIMEOUT (A CUSTOMER 360 ON A LARGE
      * HOUSEHOLD, AN EXTENDED ROSTER BUILD). ZOS-ASYNC-REQ-IND 'Y' ON
      * A SINGLE (NOT BATCHED) INQUIRY OR UPDATE MAKES F5748I00 ACCEPT
      * THE REQUEST AND ANSWER AT ONCE WITH STATUS ZOS-ASYNC-PENDING
      * AND A TICKET IN ZOS-ASYNC-TICKET-ID; THE WORK ITSELF RUNS
      * UNDER A BACKGROUND TASK (F5748ASW). THE CALLER THEN SENDS
      * OPERATION 'POLL' WITH THE TICKET IN ZOS-ASYNC-TICKET-ID (AND
      * THE SAME ZOS-SRC-RACF-ID). WHILE THE WORK IS QUEUED OR RUNNING
      * THE POLL COMES BACK ZOS-ASYNC-PENDING AGAIN; ONCE IT IS DONE
      * THE POLL RETURNS THE FINISHED REPLY EXACTLY AS A DIRECT CALL
      * WOULD HAVE, AND KEEPS DOING SO UNTIL ZOS-ASYNC-EXPIRY-TS. A
      * POLL AFTER THAT, OR FOR A TICKET ISSUED TO ANOTHER RACF ID,
      * COMES BACK ZOS-ASYNC-TICKET-UNKNOWN. THE TICKET IS THE
      * CORRELATION ID OF THE SUBMIT; THE BACKGROUND RUN AND EVERY
      * POLL ARE LOGGED UNDER IT, SO F5748TRC SHOWS THE WHOLE
      * LIFECYCLE. 'W' IS SET ONLY BY F5748ASW FOR ITS OWN RUN. ADDED
      * AT THE END OF THE RECORD SO NONE OF THE EXISTING FIELD
      * POSITIONS ABOVE ARE DISTURBED.
      *
       05  ZOS-ASYNC-AREA.
           10  ZOS-ASYNC-REQ-IND            PIC X(01) VALUE 'N'.
               88  ZOS-ASYNC-SUBMIT                   VALUE 'Y'.
               88  ZOS-ASYNC-WORKER-RUN               VALUE 'W'.
           10  ZOS-ASYNC-TICKET-ID          PIC X(50) VALUE SPACES.
           10  ZOS-ASYNC-TICKET-STATE       PIC X(01) VALUE SPACE.
               88  ZOS-ASYNC-QUEUED                   VALUE 'Q'.
               88  ZOS-ASYNC-RUNNING                  VALUE 'R'.
               88  ZOS-ASYNC-COMPLETE                 VALUE 'C'.
           10  ZOS-ASYNC-EXPIRY-TS          PIC X(26) VALUE SPACES.
      *
      * SERVICE STUB EXTENSION - SET BY F5748I00, NEVER BY THE CALLER.
      * IN A TEST ENVIRONMENT (ZOS-SRC-ENVRN-TEST) A CALLER FLAGGED FOR
      * STUBBING ON T_UIS_APPRVD_CALLER IS ANSWERED FROM
      * T_UIS_STUB_REPLY (MAINTAINED THROUGH F5748STM) IN PLACE OF THE
      * REAL SERVICE PROGRAM, AND ZOS-REPLY-STUB-IND COMES BACK 'Y' SO
      * THE REPLY IS NEVER MISTAKEN FOR REAL CUSTOMER DATA. A CALLER
      * TOO SHORT TO CARRY THIS AREA CANNOT BE TOLD, SO IS NEVER
      * STUBBED. ADDED AT THE END OF THE RECORD SO NONE OF THE
      * EXISTING FIELD POSITIONS ABOVE ARE DISTURBED.
      *
       05  ZOS-STUB-AREA.
           10  ZOS-REPLY-STUB-IND           PIC X(01) VALUE 'N'.
               88  ZOS-REPLY-IS-STUB                  VALUE 'Y'.
