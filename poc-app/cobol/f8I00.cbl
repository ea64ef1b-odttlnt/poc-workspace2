      * WAIT NO LONGER STALLS LIVE INQUIRY TRAFFIC. SEE 9310-QUEUE-
      * LOG-RECORD FOR THE GUARANTEED-LANDING FALLBACK.
           05  WS-LOG-TD-QUEUE             PIC X(04) VALUE 'UISL'.
      * AN ASYNCHRONOUS SUBMIT IS RUN BY F5748ASW UNDER ITS OWN
      * TRANSACTION, STARTED BY 7000-SUBMIT-ASYNC-REQUEST. THE TICKET
      * CAN BE POLLED (AND THE FINISHED REPLY COLLECTED) FOR THIS MANY
      * MINUTES AFTER THE SUBMIT; AFTER THAT IT IS DEAD.
           05  WS-ASYNC-TRANID             PIC X(04) VALUE 'UISA'.
           05  WS-ASYNC-TICKET-TTL-MINUTES PIC S9(09) USAGE COMP
                                                        VALUE 30.

       01  WS-WORKING-FIELDS.
           05  WS-SEGMENT-ID                PIC X(01) VALUE SPACE.
      * 9005-CHECK-SEG-STATUS FROM ZQH-INF-DDNAME SINCE SQL CANNOT
      * TAKE A REFERENCE-MODIFIED HOST VARIABLE.
           05  WS-INF-DDNAME-SEG            PIC X(01) VALUE SPACE.
      * EXPECTED RESTORE TIME OF THE DEPENDENCY 2910-CHECK-DEPENDENCIES
      * FOUND DOWN - NULL (INDICATOR < 0) WHEN NOBODY CAN SAY.
           05  WS-DEP-RESTORE-TS            PIC X(26) VALUE SPACES.
           05  WS-DEP-RESTORE-IND           PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRIOR-SEG-ID              PIC X(01) VALUE SPACE.
           05  WS-TIMESTAMP                 PIC X(26) VALUE SPACES.
           05  WS-UPDATED-INFORCE-TS        PIC 9(14) VALUE ZEROES.
         'UIS CUSTOMER NUMBER FAILED CHECK DIGIT VALIDATION.          '.
           05  WS-SOURCE-NOT-APPRVD-MSG     PIC X(60) VALUE
         'SOURCE APPLICATION IS NOT AN APPROVED UIS CALLER.           '.
           05  WS-NO-PURPOSE-MSG            PIC X(60) VALUE
         'PURPOSE-OF-USE CODE NOT PROVIDED.                           '.
           05  WS-PURPOSE-NOT-ALLOWED-MSG   PIC X(60) VALUE
         'PURPOSE-OF-USE CODE NOT ALLOWED FOR THIS CALLER/SERVICE.    '.
           05  WS-DUPLICATE-REQUEST-MSG     PIC X(60) VALUE
         'DUPLICATE UPDATE REQUEST - ORIGINAL IS STILL BEING PROCESSED'.

                   'FUNCTION IN PLANNED MAINTENANCE UNTIL '.
               10  WS-WINDOW-END-DSP        PIC X(19) VALUE SPACES.
               10  FILLER                   PIC X(03) VALUE SPACES.
      * BUILT BY 2910-CHECK-DEPENDENCIES - THE DEPENDENCY THAT IS DOWN
      * AND WHEN IT IS EXPECTED BACK (TO THE MINUTE), OR 'NOT KNOWN'.
           05  WS-DEP-DOWN-MSG.
               10  FILLER                   PIC X(11) VALUE
                   'DEPENDENCY '.
               10  WS-DEP-DOWN-NAME         PIC X(18) VALUE SPACES.
               10  FILLER                   PIC X(15) VALUE
                   ' DOWN, RESTORE '.
               10  WS-DEP-RESTORE-DSP       PIC X(16) VALUE SPACES.
           05  WS-SEG-NOT-ENTITLED-MSG      PIC X(60) VALUE
         'USER IS NOT ENTITLED TO THIS CUSTOMER SEGMENT.              '.
           05  WS-VERSION-NOT-SUPP-MSG      PIC X(60) VALUE
         'INFORCE SEGMENT FILE IS UNAVAILABLE - TRY AGAIN LATER.      '.
           05  WS-UNDO-LEVEL-MSG            PIC X(60) VALUE
         'CALLER INTERFACE LEVEL DOES NOT CARRY THE UNDO EXTENSION.   '.
           05  WS-IDV-LEVEL-MSG             PIC X(60) VALUE
         'CALLER INTERFACE LEVEL DOES NOT CARRY THE VERIFY EXTENSION. '.
      * BUILT BY 3220-CHECK-MERGED-CUST - THE SURVIVING NUMBER FROM
      * THE MERGE CROSS-REFERENCE IS FILLED IN BEFORE USE.
           05  WS-CUST-MERGED-MSG.
         'USER ID IS SUSPENDED AFTER REPEATED AUTHORIZATION FAILURES. '.
           05  WS-JSON-DOC-NOT-VALID-MSG    PIC X(60) VALUE
         'JSON REQUEST DOCUMENT IS NOT VALID.                         '.
           05  WS-CUST-DECEASED-MSG         PIC X(60) VALUE
         'CUSTOMER IS RECORDED DECEASED - UPDATE NEEDS AN AUTH. REP.  '.
           05  WS-CUST-FRAUD-HOLD-MSG       PIC X(60) VALUE
         'CUSTOMER IS ON FRAUD HOLD - UPDATES REFUSED PENDING REVIEW. '.
           05  WS-ASYNC-NOT-ALLOWED-MSG     PIC X(60) VALUE
         'ASYNC SUBMIT IS ONLY FOR A SINGLE INQUIRY OR UPDATE REQUEST.'.
           05  WS-ASYNC-NOT-QUEUED-MSG      PIC X(60) VALUE
         'REQUEST COULD NOT BE QUEUED FOR A BACKGROUND RUN - RESUBMIT.'.
           05  WS-ASYNC-UNKNOWN-MSG         PIC X(60) VALUE
         'ASYNC TICKET NOT FOUND, EXPIRED, OR ISSUED TO ANOTHER USER. '.
           05  WS-ASYNC-LEVEL-MSG           PIC X(60) VALUE
         'CALLER INTERFACE LEVEL DOES NOT CARRY THE ASYNC EXTENSION.  '.
      * BUILT BY 0270-JSON-FIELD-ERROR - THE OFFENDING KEY NAME FROM
      * THE JSON REQUEST DOCUMENT IS FILLED IN BEFORE USE.
           05  WS-JSON-FIELD-MSG.
           05  WS-APPROVED-CALLER-SW        PIC X(01) VALUE 'N'.
               88 WS-CALLER-IS-APPROVED               VALUE 'Y'.
               88 WS-CALLER-NOT-APPROVED               VALUE 'N'.
      * SEE 3090-CHECK-PURPOSE-OF-USE.
           05  WS-PURPOSE-ALLOWED-SW        PIC X(01) VALUE 'N'.
               88 WS-PURPOSE-IS-ALLOWED               VALUE 'Y'.
               88 WS-PURPOSE-NOT-ALLOWED              VALUE 'N'.
      * FROM SAC_INTERNAL_IND ON THE CALLER'S REGISTRY ROW - CONSENT
      * RESTRICTIONS DO NOT APPLY TO OUR OWN APPLICATIONS.
           05  WS-CALLER-INTERNAL-SW        PIC X(01) VALUE 'N'.
                                                        VALUE ZEROES.
           05  WS-CONSENT-SUPPRESS-SW       PIC X(01) VALUE 'N'.
               88 WS-CONSENT-SUPPRESSED               VALUE 'Y'.
      * DATA-SHARING AGREEMENT WORK FIELDS - SEE 5060-APPLY-DATA-
      * SHARING. THE BLANKED AREA LISTS THE CLASSES TAKEN OUT OF THE
      * REPLY FOR THE 'DSASUPRS' LOG ROW.
           05  WS-DSA-CLASS                 PIC X(04) VALUE SPACES.
           05  WS-DSA-ENTITLED-SW           PIC X(01) VALUE 'N'.
               88 WS-DSA-ENTITLED                     VALUE 'Y'.
           05  WS-DSA-BLANKED-CNT           PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DSA-BLANKED-AREA.
               10  WS-DSA-BLANKED-ENTRY OCCURS 6 TIMES.
                   15  WS-DSA-BLANKED-CLASS PIC X(04).
                   15  FILLER               PIC X(01).
           05  WS-RACF-LOCKOUT-SW           PIC X(01) VALUE 'N'.
               88 WS-RACF-IS-LOCKED                   VALUE 'Y'.
      * DEEP-TRACE STATE - SEE 9650-WRITE-TRACE-ROW. THE ARM LOOKUP
                                                        VALUE ZEROES.
           05  WS-IDEM-NEEDED-LEN           PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SRCH-NEEDED-LEN           PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PURPOSE-NEEDED-LEN        PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-IDV-NEEDED-LEN            PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-AREP-NEEDED-LEN           PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DEC-NEEDED-LEN            PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NOTE-NEEDED-LEN           PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ADQ-NEEDED-LEN            PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ASYNC-NEEDED-LEN          PIC S9(08) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-EFF-BATCH-COUNT           PIC 9(02) VALUE ZEROES.
      * THE CALLER'S PURPOSE-OF-USE CODE, OR SPACES FOR A CALLER TOO
      * SHORT TO CARRY ONE - 3090 VALIDATES IT, 9300 LOGS IT.
           05  WS-EFF-PURPOSE-CD            PIC X(04) VALUE SPACES.
           05  WS-BATCH-PRESENT-SW          PIC X(01) VALUE 'N'.
               88  WS-BATCH-AREA-PRESENT              VALUE 'Y'.
           05  WS-UNDO-PRESENT-SW           PIC X(01) VALUE 'N'.
               88  WS-IDEM-AREA-PRESENT               VALUE 'Y'.
           05  WS-SRCH-PRESENT-SW           PIC X(01) VALUE 'N'.
               88  WS-SRCH-AREA-PRESENT               VALUE 'Y'.
           05  WS-PURPOSE-PRESENT-SW        PIC X(01) VALUE 'N'.
               88  WS-PURPOSE-AREA-PRESENT            VALUE 'Y'.
           05  WS-IDV-PRESENT-SW            PIC X(01) VALUE 'N'.
               88  WS-IDV-AREA-PRESENT                VALUE 'Y'.
           05  WS-AREP-PRESENT-SW           PIC X(01) VALUE 'N'.
               88  WS-AREP-AREA-PRESENT               VALUE 'Y'.
           05  WS-DEC-PRESENT-SW            PIC X(01) VALUE 'N'.
               88  WS-DEC-AREA-PRESENT                VALUE 'Y'.
           05  WS-NOTE-PRESENT-SW           PIC X(01) VALUE 'N'.
               88  WS-NOTE-AREA-PRESENT               VALUE 'Y'.
           05  WS-ADQ-PRESENT-SW            PIC X(01) VALUE 'N'.
               88  WS-ADQ-AREA-PRESENT                VALUE 'Y'.
           05  WS-ASYNC-PRESENT-SW          PIC X(01) VALUE 'N'.
               88  WS-ASYNC-AREA-PRESENT              VALUE 'Y'.
           05  WS-STUB-PRESENT-SW           PIC X(01) VALUE 'N'.
               88  WS-STUB-AREA-PRESENT               VALUE 'Y'.
           05  WS-IDEM-REPLAY-SW            PIC X(01) VALUE 'N'.
               88  WS-IDEM-REPLAYED                   VALUE 'Y'.
      * OVERRIDES THE OPERATION MODE 9300 STAMPS INTO THE INDEXED
      * TLG_OPER_MODE COLUMN, WITHOUT TOUCHING THE CALLER'S OWN
      * ZOS-OPERATION-MODE: 'C' = REPLY SERVED FROM THE CACHE, 'R' =
      * IDEMPOTENT REPLAY OR AN ASYNC SUBMIT/POLL (THE BACKGROUND RUN
      * LOGS THE LINK ITSELF), 'S' = TEST-REGION STUB REPLY (SEE
      * 5480-SERVE-STUB-REPLY). ALL ANSWER WITHOUT A SERVICE LINK, SO
      * F5748EOD EXCLUDES THEM FROM THE 1:1 RESPONSE/LINKED
      * RECONCILIATION THE SAME WAY IT EXCLUDES VALIDATE-ONLY ('V').
           05  WS-LOG-OPER-MODE-OVR        PIC X(01) VALUE SPACE.
                  INCLUDE F5748SAC
             END-EXEC.

      * DCLGEN FOR  T_UIS_PURPOSE_ALLOW - SEE 3090-CHECK-PURPOSE-OF-USE
             EXEC SQL
                  INCLUDE F5748PUA
             END-EXEC.

      * DCLGEN FOR  T_UIS_DUP_REQUEST - SEE 3070-CHECK-DUPLICATE-REQUEST
             EXEC SQL
                  INCLUDE F5748DUP
                  INCLUDE F5748CNS
             END-EXEC.

      * DCLGEN FOR  T_UIS_DATA_SHARE_AGMT - SEE 5060-APPLY-DATA-SHARING
             EXEC SQL
                  INCLUDE F5748DSA
             END-EXEC.

      * DCLGEN FOR  T_UIS_LOCKOUT_CTL - SEE 9800-RECORD-AUTH-FAILURE
             EXEC SQL
                  INCLUDE F5748LKC
                  INCLUDE F5748SGS
             END-EXEC.

      * DCLGEN FOR  T_UIS_SRV_DEPEND - SEE 2910-CHECK-DEPENDENCIES
             EXEC SQL
                  INCLUDE F5748SDP
             END-EXEC.

      * DCLGEN FOR  T_UIS_DEP_OUTAGE - SEE 2910-CHECK-DEPENDENCIES
             EXEC SQL
                  INCLUDE F5748DOU
             END-EXEC.

      * DCLGEN FOR  T_UIS_ABEND_DETAIL - SEE 9900-CAPTURE-FFDC
             EXEC SQL
                  INCLUDE F5748ABD
                  INCLUDE F5748TLA
             END-EXEC.

      * DCLGEN FOR  T_CUST_DECEASED - SEE 3230-CHECK-DECEASED-CUST
             EXEC SQL
                  INCLUDE F5748DEC
             END-EXEC.

      * DCLGEN FOR  T_CUST_AUTH_REP - SEE 3230-CHECK-DECEASED-CUST
             EXEC SQL
                  INCLUDE F5748ARP
             END-EXEC.

      * DCLGEN FOR  T_CUST_FRAUD_HOLD - SEE 3240-CHECK-FRAUD-HOLD
             EXEC SQL
                  INCLUDE F5748FRH
             END-EXEC.

      * DCLGEN FOR  T_UIS_ASYNC_TICKET - SEE 7000-SUBMIT-ASYNC-REQUEST
             EXEC SQL
                  INCLUDE F5748ATK
             END-EXEC.

      * DCLGEN FOR  T_UIS_STUB_REPLY - SEE 3500-CHECK-STUB-REPLY
             EXEC SQL
                  INCLUDE F5748STB
             END-EXEC.

      ******************************************************************
      *                                                                *
      *     LOGGING VARIABLES                                          *

       01  KIQ-LOG-AREA.
           COPY F5748KIQ REPLACING ==:FD:== BY ==LF==.

      * PERSONAL DATA IN A LOGGED PAYLOAD IS TOKENIZED BY F5748TKN
      * BEFORE THE ROW IS QUEUED (9315).
       01  WS-TOKENIZE-PGM                  PIC X(08) VALUE 'F5748TKN'.
       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

      * A SUCCESSFUL UPDATE THROUGH A FUNCTION THAT RAISES A CHANGE
      * EVENT IS TOLD TO THE SUBSCRIBERS BY F5748ENP (9680).
       01  WS-NOTIFY-PGM                    PIC X(08) VALUE 'F5748ENP'.
       01  ENP-CALL-AREA.
           COPY F5748ENA REPLACING ==:FD:== BY ==ENP==.
      *
      ******************************************************************
      *                                                                *
           COPY F5748SBX.
       01  WS-SBX-SUB                       PIC S9(4) USAGE COMP
                                                      VALUE ZEROS.
      *
      ******************************************************************
      *                                                                *
      *     ASYNCHRONOUS SUBMIT-AND-POLL WORK AREA - SEE               *
      *     0400-CHECK-ASYNC-REQUEST AND 7000 / 7100                   *
      *                                                                *
      ******************************************************************
       01  WS-ASYNC-AREA.
           05  WS-ASYNC-MODE-SW             PIC X(01) VALUE SPACE.
               88  WS-ASYNC-SUBMIT-REQUEST            VALUE 'S'.
               88  WS-ASYNC-POLL-REQUEST              VALUE 'P'.
               88  WS-ASYNC-WORKER-REQUEST            VALUE 'W'.
               88  WS-ASYNC-TICKET-ANSWERED           VALUE 'S' 'P'.
           05  WS-ASYNC-TICKET-SW           PIC X(01) VALUE 'N'.
               88  WS-ASYNC-TICKET-FOUND              VALUE 'Y'.
           05  WS-ASYNC-EXPIRY-TS           PIC X(26) VALUE SPACES.
      * THE POLL'S OWN REQUEST TIMESTAMP - THE COLLECTED REPLY CARRIES
      * THE BACKGROUND RUN'S, SO IT IS PUT BACK FOR THE SUMMARY ROW.
           05  WS-ASYNC-CALL-TS             PIC X(26) VALUE SPACES.
           05  WS-ASYNC-RESPCODE            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ASYNC-START-LEN           PIC S9(04) USAGE COMP
                                                        VALUE 50.
           05  WS-ASYNC-LOG-TYPE            PIC X(08) VALUE SPACES.
           05  WS-ASYNC-LOG-TEXT            PIC X(80) VALUE SPACES.
      *
      ******************************************************************
      *                                                                *
      *     SERVICE STUB WORK AREA - SEE 3500-CHECK-STUB-REPLY AND     *
      *     5480-SERVE-STUB-REPLY                                      *
      *                                                                *
      ******************************************************************
       01  WS-STUB-AREA.
           05  WS-STUB-REPLY-SW             PIC X(01) VALUE 'N'.
               88  WS-STUB-REPLY-READY                VALUE 'Y'.
      * THE KEY OF THE STUB ROW THAT ANSWERED - SPACES WHEN IT WAS THE
      * FUNCTION'S DEFAULT STUB RATHER THAN THE CUSTOMER'S OWN.
           05  WS-STUB-CUST-NUM             PIC X(10) VALUE SPACES.
           05  WS-STUB-LOG-TEXT             PIC X(80) VALUE SPACES.
      *
       01  FILLER                                PIC X(32) VALUE
           'F5748I00 WORKING STORAGE ENDS'.
           PERFORM 0300-CHECK-INTERFACE-LEVEL
              THRU 0300-EXIT.

           PERFORM 0400-CHECK-ASYNC-REQUEST
              THRU 0400-EXIT.

      * A RETRY CARRYING THE CALLER'S OWN IDEMPOTENCY KEY IS ANSWERED
      * FROM THE STORED REPLY - NOTHING RE-EXECUTES, NOTHING IS
      * REJECTED AS A DUPLICATE.
           END-IF.

           IF NOT ZOS-QUIESCE-REJECT AND NOT WS-IDEM-REPLAYED
            AND NOT WS-ASYNC-POLL-REQUEST
              PERFORM 2905-CHECK-FUNCTION-WINDOW
                 THRU 2905-EXIT
           END-IF.

           IF NOT ZOS-QUIESCE-REJECT AND NOT WS-IDEM-REPLAYED
            AND NOT WS-ASYNC-POLL-REQUEST
              PERFORM 2910-CHECK-DEPENDENCIES
                 THRU 2910-EXIT
           END-IF.

           IF ZOS-QUIESCE-REJECT OR WS-VERSION-REJECTED
            OR ZOS-DEPENDENCY-UNAVAILABLE
            OR WS-JSON-PARSE-FAILED OR WS-IDEM-REPLAYED
              IF ZOS-REQUEST-LOCALE-CD NOT = SPACES
                 PERFORM 3900-LOOKUP-FAILURE-MSGS
                    THRU 3900-EXIT
              END-IF
           ELSE
           IF WS-ASYNC-POLL-REQUEST
              PERFORM 7100-POLL-ASYNC-TICKET
                 THRU 7100-EXIT

              IF ZOS-NUM-ERR > 0 AND ZOS-REQUEST-LOCALE-CD NOT = SPACES
                 PERFORM 3900-LOOKUP-FAILURE-MSGS
                    THRU 3900-EXIT
              END-IF
           ELSE
           IF WS-ASYNC-SUBMIT-REQUEST
              PERFORM 7000-SUBMIT-ASYNC-REQUEST
                 THRU 7000-EXIT

              IF ZOS-NUM-ERR > 0 AND ZOS-REQUEST-LOCALE-CD NOT = SPACES
                 PERFORM 3900-LOOKUP-FAILURE-MSGS
                    THRU 3900-EXIT
              END-IF
           ELSE
           IF ZOS-REQUEST-OPERATION = 'UNDOAPPR'
            OR ZOS-REQUEST-OPERATION = 'UNDOREJ'
              PERFORM 5850-REVIEW-PENDING-UNDO

              IF WS-EFF-BATCH-COUNT = 0
                 IF ZOS-SUCCESS AND ZOS-NORMAL-PROCESSING
                    IF WS-STUB-REPLY-READY
                       PERFORM 5480-SERVE-STUB-REPLY
                          THRU 5480-EXIT
                    ELSE
                       PERFORM 5420-CHECK-REPLY-CACHE
                          THRU 5420-EXIT
                       IF WS-REPLY-CACHE-HIT
                          PERFORM 5430-FINISH-CACHED-REPLY
                             THRU 5430-EXIT
                       ELSE
                          PERFORM 5000-LINK-PROG
                             THRU 5000-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * THE BACKGROUND RUN OF AN ASYNC SUBMIT MARKS ITS OWN END UNDER
      * THE TICKET, SO THE TRACE SHOWS WHEN THE REPLY BECAME READY.
           IF WS-ASYNC-WORKER-REQUEST
              MOVE 'ASYNCEND'               TO WS-ASYNC-LOG-TYPE
              MOVE SPACES                   TO WS-ASYNC-LOG-TEXT
              STRING 'BACKGROUND RUN COMPLETE - STATUS='
                     ZOS-REQUEST-STATUS
                     DELIMITED BY SIZE
                     INTO WS-ASYNC-LOG-TEXT
              PERFORM 7900-LOG-ASYNC-EVENT
                 THRU 7900-EXIT
           END-IF.

           IF WS-JSON-AREA-PRESENT AND ZOS-REQUEST-WANTS-JSON
                 THRU 9500-EXIT
           END-IF.

      * AN ASYNC SUBMIT OR POLL IS NOT THE FINAL OUTCOME - THE
      * BACKGROUND RUN STORES THAT UNDER THE CALLER'S KEY ITSELF.
           IF WS-IDEM-AREA-PRESENT
            AND ZOS-REQUEST-IDEM-KEY NOT = SPACES
            AND NOT WS-IDEM-REPLAYED
            AND NOT WS-ASYNC-TICKET-ANSWERED
               PERFORM 9850-STORE-IDEM-REPLY
                  THRU 9850-EXIT
           END-IF.
           PERFORM 9600-CHECK-SLA-TARGET
              THRU 9600-EXIT.

      * A FAILED BACKGROUND RUN WAS ALERTED WHEN IT RAN - COLLECTING
      * ITS REPLY IS NOT A SECOND FAILURE.
           IF ZOS-FAILURE AND NOT WS-ASYNC-POLL-REQUEST
              PERFORM 9400-PUBLISH-MQ-ALERT
                 THRU 9400-EXIT
           END-IF.
               MOVE WS-JSON-FIELD-VALUE     TO ZOS-REQUEST-SRCH-DOB
           END-IF.

      * THE CONTACT SEARCH (F5748SBC) TAKES ITS PHONE NUMBER OR EMAIL
      * ADDRESS IN THE SEARCH-NAME FIELD.
           MOVE 'searchContact'             TO WS-JSON-KEY.
           PERFORM 0260-EXTRACT-JSON-FIELD
              THRU 0260-EXIT.
           IF WS-JSON-FIELD-FOUND
               MOVE WS-JSON-FIELD-VALUE     TO ZOS-REQUEST-SRCH-CUST-NM
           END-IF.

      * PURPOSE OF USE - CHECKED BY 3090-CHECK-PURPOSE-OF-USE LIKE A
      * COMMAREA CALLER'S.
           MOVE 'purposeCd'                 TO WS-JSON-KEY.
           PERFORM 0260-EXTRACT-JSON-FIELD
              THRU 0260-EXIT.
           IF WS-JSON-FIELD-FOUND
               MOVE WS-JSON-FIELD-VALUE     TO ZOS-REQUEST-PURPOSE-CD
           END-IF.

           MOVE 'N'                         TO ZOS-ASYNC-REQ-IND.
           MOVE 'async'                     TO WS-JSON-KEY.
           PERFORM 0260-EXTRACT-JSON-FIELD
              THRU 0260-EXIT.
           IF WS-JSON-FIELD-FOUND
            AND WS-JSON-FIELD-VALUE = 'Y'
               MOVE 'Y'                     TO ZOS-ASYNC-REQ-IND
           END-IF.

           MOVE 'asyncTicketId'             TO WS-JSON-KEY.
           PERFORM 0260-EXTRACT-JSON-FIELD
              THRU 0260-EXIT.
           IF WS-JSON-FIELD-FOUND
               MOVE WS-JSON-FIELD-VALUE     TO ZOS-ASYNC-TICKET-ID
           END-IF.

      * 1000-INITIALIZE RAN BEFORE THE OPERATION WAS KNOWN - RE-APPLY
      * THE VALIDATE-ONLY CHECK NOW THAT IT IS.
           IF ZOS-REQUEST-OPERATION = 'VALIDATE'
      * ('01'; SPACES/LOW-VALUES ACCEPTED FOR INITIALIZED AREAS) OR    *
      * THE REQUEST IS REJECTED WITH FAILURE CODE 74 INSTEAD OF        *
      * UNDEFINED BEHAVIOR. AN UNDO REQUEST FROM A CALLER TOO SHORT    *
      * TO CARRY THE UNDO LOG ID IS REJECTED THE SAME WAY, AS IS A     *
      * VERIFY REQUEST FROM ONE TOO SHORT TO CARRY THE ANSWERS, AND    *
      * AN ASYNC POLL FROM ONE TOO SHORT TO CARRY THE TICKET.          *
      ******************************************************************
       0300-CHECK-INTERFACE-LEVEL.

               MOVE EIBCALEN                TO WS-CALLER-COMM-LEN
           END-IF.

           COMPUTE WS-ASYNC-NEEDED-LEN =
                   LENGTH OF DFHCOMMAREA
                   - LENGTH OF ZOS-STUB-AREA.

           COMPUTE WS-ADQ-NEEDED-LEN =
                   WS-ASYNC-NEEDED-LEN
                   - LENGTH OF ZOS-ASYNC-AREA.

           COMPUTE WS-NOTE-NEEDED-LEN =
                   WS-ADQ-NEEDED-LEN
                   - LENGTH OF ZOS-ADDR-QUALITY-AREA.

           COMPUTE WS-DEC-NEEDED-LEN =
                   WS-NOTE-NEEDED-LEN
                   - LENGTH OF ZOS-NOTES-AREA.

           COMPUTE WS-AREP-NEEDED-LEN =
                   WS-DEC-NEEDED-LEN
                   - LENGTH OF ZOS-DECEASED-AREA.

           COMPUTE WS-IDV-NEEDED-LEN =
                   WS-AREP-NEEDED-LEN
                   - LENGTH OF ZOS-AUTHREP-AREA.

           COMPUTE WS-PURPOSE-NEEDED-LEN =
                   WS-IDV-NEEDED-LEN
                   - LENGTH OF ZOS-IDV-AREA.

           COMPUTE WS-SRCH-NEEDED-LEN =
                   WS-PURPOSE-NEEDED-LEN
                   - LENGTH OF ZOS-PURPOSE-AREA.

           COMPUTE WS-IDEM-NEEDED-LEN =
                   WS-SRCH-NEEDED-LEN
                   - LENGTH OF ZOS-SRCH-EXT-AREA.

           COMPUTE WS-CONTACT-NEEDED-LEN =
               SET WS-IDEM-AREA-PRESENT     TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-SRCH-NEEDED-LEN
               SET WS-SRCH-AREA-PRESENT     TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-PURPOSE-NEEDED-LEN
               SET WS-PURPOSE-AREA-PRESENT  TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-IDV-NEEDED-LEN
               SET WS-IDV-AREA-PRESENT      TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-AREP-NEEDED-LEN
               SET WS-AREP-AREA-PRESENT     TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-DEC-NEEDED-LEN
               SET WS-DEC-AREA-PRESENT      TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-NOTE-NEEDED-LEN
               SET WS-NOTE-AREA-PRESENT     TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-ADQ-NEEDED-LEN
               SET WS-ADQ-AREA-PRESENT      TO TRUE
           END-IF.

           IF WS-CALLER-COMM-LEN >= WS-ASYNC-NEEDED-LEN
               SET WS-ASYNC-AREA-PRESENT    TO TRUE
           END-IF.

      * THE STUB INDICATOR IS OURS TO SET - WHATEVER THE CALLER SENT
      * IN IT IS CLEARED.
           IF WS-CALLER-COMM-LEN >= LENGTH OF DFHCOMMAREA
               SET WS-STUB-AREA-PRESENT     TO TRUE
               MOVE 'N'                     TO ZOS-REPLY-STUB-IND
           END-IF.

           MOVE SPACES                      TO WS-EFF-PURPOSE-CD.
           IF WS-PURPOSE-AREA-PRESENT
               MOVE ZOS-REQUEST-PURPOSE-CD  TO WS-EFF-PURPOSE-CD
           END-IF.

           MOVE ZEROES                      TO WS-EFF-BATCH-COUNT.
           IF WS-BATCH-AREA-PRESENT
            AND ZOS-REQUEST-BATCH-COUNT NUMERIC
               MOVE 74
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.

           IF NOT WS-VERSION-REJECTED
            AND ZOS-REQUEST-OPERATION = 'VERIFY'
            AND NOT WS-IDV-AREA-PRESENT
               SET WS-VERSION-REJECTED      TO TRUE
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-IDV-LEVEL-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 74
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.

           IF NOT WS-VERSION-REJECTED
            AND ZOS-REQUEST-OPERATION = 'POLL'
            AND NOT WS-ASYNC-AREA-PRESENT
               SET WS-VERSION-REJECTED      TO TRUE
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-ASYNC-LEVEL-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 74
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.
           .
       0300-EXIT.
           EXIT.
      ******************************************************************
      *                    0400-CHECK-ASYNC-REQUEST                    *
      * SORTS OUT WHICH ASYNCHRONOUS ROLE, IF ANY, THIS CALL PLAYS: A  *
      * SUBMIT (ZOS-ASYNC-REQ-IND 'Y'), A POLL (OPERATION 'POLL'), OR  *
      * F5748ASW'S BACKGROUND RUN OF AN EARLIER SUBMIT ('W'). A POLL   *
      * FOR A LIVE TICKET AND THE BACKGROUND RUN BOTH TAKE THE TICKET  *
      * AS THEIR CORRELATION ID, SO EVERY ROW THEY LOG LINES UP WITH   *
      * THE SUBMIT'S IN F5748TRC. 'W' IS ONLY HONOURED UNDER THE       *
      * WORKER'S OWN TRANSACTION - FROM ANY OTHER CALLER IT IS DROPPED *
      * AND THE REQUEST RUNS AS AN ORDINARY DIRECT CALL.               *
      ******************************************************************
       0400-CHECK-ASYNC-REQUEST.

           MOVE ZOS-REQUEST-TIMESTAMP       TO WS-ASYNC-CALL-TS.
           MOVE SPACE                       TO WS-ASYNC-MODE-SW.
           MOVE 'N'                         TO WS-ASYNC-TICKET-SW.

           IF NOT WS-ASYNC-AREA-PRESENT
            OR WS-VERSION-REJECTED
               GO TO 0400-EXIT
           END-IF.

           IF ZOS-REQUEST-OPERATION = 'POLL'
               SET WS-ASYNC-POLL-REQUEST    TO TRUE
               PERFORM 0410-FIND-ASYNC-TICKET
                  THRU 0410-EXIT
               IF WS-ASYNC-TICKET-FOUND
                   MOVE ATK-TICKET-ID       TO WS-LOG-ID
               END-IF
               GO TO 0400-EXIT
           END-IF.

           IF ZOS-ASYNC-WORKER-RUN
               IF EIBTRNID = WS-ASYNC-TRANID
                AND ZOS-ASYNC-TICKET-ID NOT = SPACES
                   SET WS-ASYNC-WORKER-REQUEST
                                            TO TRUE
                   MOVE ZOS-ASYNC-TICKET-ID TO WS-LOG-ID
               ELSE
                   MOVE 'N'                 TO ZOS-ASYNC-REQ-IND
               END-IF
               GO TO 0400-EXIT
           END-IF.

           IF ZOS-ASYNC-SUBMIT
               SET WS-ASYNC-SUBMIT-REQUEST  TO TRUE
           END-IF.
           .
       0400-EXIT.
           EXIT.
      ******************************************************************
      *                     0410-FIND-ASYNC-TICKET                     *
      * READS THE POLLED TICKET. ONLY A LIVE (UNEXPIRED) TICKET ISSUED *
      * TO THE POLLING RACF ID COUNTS AS FOUND - ANYTHING ELSE IS      *
      * ANSWERED ZOS-ASYNC-TICKET-UNKNOWN BY 7100-POLL-ASYNC-TICKET.   *
      ******************************************************************
       0410-FIND-ASYNC-TICKET.

           IF ZOS-ASYNC-TICKET-ID = SPACES
               GO TO 0410-EXIT
           END-IF.

           EXEC SQL
                SELECT ATK_TICKET_ID
                     , ATK_STATUS
                     , ATK_EXPIRY_TS
                     , ATK_REQUEST_STATUS
                     , ATK_COMM_LEN
                     , ATK_COMM_DATA
                  INTO :ATK-TICKET-ID
                     , :ATK-STATUS
                     , :ATK-EXPIRY-TS
                     , :ATK-REQUEST-STATUS
                     , :ATK-COMM-LEN
                     , :ATK-COMM-DATA
                  FROM T_UIS_ASYNC_TICKET
                 WHERE ATK_TICKET_ID = :ZOS-ASYNC-TICKET-ID
                   AND ATK_RACF_ID   = :ZOS-SRC-RACF-ID
                   AND ATK_EXPIRY_TS > CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ASYNC-TICKET-FOUND    TO TRUE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748I00 - ASYNC TICKET READ FAILED '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.
           .
       0410-EXIT.
           EXIT.
      ******************************************************************
      *                          1000-INITIALIZE                       *
      * THIS PARAGRAPH WILL INITIALIZE NECESSARY VARIABLES             *
      ******************************************************************
                                               WS-TRACE-ARMED-SW.
           MOVE ZEROES                      TO WS-TRACE-SEQ.
           MOVE ZEROES                      TO LF-EVENT-SEQ.
      * THE HASH-CHAIN FIELDS ARE F5748LGA'S TO SET AS IT LANDS THE
      * RECORD - A ROW LANDED SYNCHRONOUSLY BY 9310 GOES IN UNCHAINED.
           MOVE ZEROES                      TO LF-CHAIN-SEQ.
           MOVE SPACES                      TO LF-ROW-HASH
                                               LF-PREV-HASH.
           MOVE SPACE                       TO WS-LOG-OPER-MODE-OVR.


       2905-EXIT.
           EXIT.
      ******************************************************************
      *                  2910-CHECK-DEPENDENCIES                       *
      * T_UIS_SRV_DEPEND (F5748DPM) NAMES THE INFORCE SEGMENTS, DB2    *
      * TABLES, AND DOWNSTREAM SERVICE PROGRAMS A FUNCTION NEEDS. IF   *
      * ANY OF THEM IS UNAVAILABLE THE FUNCTION IS NOT ATTEMPTED - THE *
      * CALLER GETS ZOS-DEPENDENCY-UNAVAILABLE NAMING THE DEPENDENCY   *
      * AND WHEN IT IS EXPECTED BACK, INSTEAD OF A FAILURE PARTWAY     *
      * THROUGH. A DEPENDENCY IS UNAVAILABLE WHEN:                     *
      *   - A T_UIS_DEP_OUTAGE WINDOW ON IT IS IN FORCE (RESTORE AT    *
      *     THE WINDOW'S END),                                         *
      *   - IT IS A SEGMENT F5748PRB MARKED DOWN WITHIN THE SAME       *
      *     STALENESS WINDOW 9005-CHECK-SEG-STATUS HONORS (RESTORE     *
      *     NOT KNOWN UNLESS AN OUTAGE WINDOW SAYS OTHERWISE), OR      *
      *   - IT IS A PROGRAM WHOSE CIRCUIT BREAKER IS OPEN BY THE SAME  *
      *     TEST AS 5450-CHECK-SERVICE-BREAKER (RESTORE WHEN THE       *
      *     BREAKER WINDOW RUNS OUT).                                  *
      * WHEN SEVERAL ARE DOWN THE ONE WITH THE LATEST (OR NO KNOWN)    *
      * RESTORE IS REPORTED - THE FUNCTION IS NOT BACK BEFORE THEN. A  *
      * FUNCTION WITH NO REGISTRY ROWS IS NOT CHECKED. ALSO PERFORMED  *
      * PER BATCH ITEM FROM 6100, LIKE 2905.                           *
      ******************************************************************
       2910-CHECK-DEPENDENCIES.

           IF ZOS-SRV-FUNC-CD = SPACES
               GO TO 2910-EXIT
           END-IF.

           EXEC SQL
                SELECT D.SDP_DEP_NAME
                     , COALESCE(
                         (SELECT MAX(O.DOU_END_TS)
                            FROM T_UIS_DEP_OUTAGE O
                           WHERE O.DOU_DEP_TYPE  = D.SDP_DEP_TYPE
                             AND O.DOU_DEP_NAME  = D.SDP_DEP_NAME
                             AND O.DOU_START_TS <= CURRENT TIMESTAMP
                             AND O.DOU_END_TS   >  CURRENT TIMESTAMP),
                         (SELECT H.SHL_LAST_FAIL_TS
                                 + :WS-CB-WINDOW-SECONDS SECONDS
                            FROM T_UIS_SRV_HEALTH H
                           WHERE D.SDP_DEP_TYPE     = 'P'
                             AND H.SHL_SRV_PGM_NM   = D.SDP_DEP_NAME
                             AND H.SHL_FAIL_COUNT  >=
                                 :WS-CB-FAIL-THRESHOLD
                             AND H.SHL_LAST_FAIL_TS >
                                 (CURRENT TIMESTAMP -
                                  :WS-CB-WINDOW-SECONDS SECONDS)))
                  INTO :SDP-DEP-NAME
                     , :WS-DEP-RESTORE-TS :WS-DEP-RESTORE-IND
                  FROM T_UIS_SRV_DEPEND D
                 WHERE D.SDP_SRV_FN_CD = :ZOS-SRV-FUNC-CD
                   AND (EXISTS
                         (SELECT 1
                            FROM T_UIS_DEP_OUTAGE O
                           WHERE O.DOU_DEP_TYPE  = D.SDP_DEP_TYPE
                             AND O.DOU_DEP_NAME  = D.SDP_DEP_NAME
                             AND O.DOU_START_TS <= CURRENT TIMESTAMP
                             AND O.DOU_END_TS   >  CURRENT TIMESTAMP)
                    OR (D.SDP_DEP_TYPE = 'S'
                        AND EXISTS
                         (SELECT 1
                            FROM T_UIS_SEG_STATUS S
                           WHERE S.SGS_SEG_ID   =
                                 SUBSTR(D.SDP_DEP_NAME, 1, 1)
                             AND S.SGS_STATUS   = 'D'
                             AND S.SGS_PROBE_TS >
                                 (CURRENT TIMESTAMP -
                                  :WS-SEG-STATUS-TTL-MINUTES MINUTES)))
                    OR (D.SDP_DEP_TYPE = 'P'
                        AND EXISTS
                         (SELECT 1
                            FROM T_UIS_SRV_HEALTH H
                           WHERE H.SHL_SRV_PGM_NM   = D.SDP_DEP_NAME
                             AND H.SHL_FAIL_COUNT  >=
                                 :WS-CB-FAIL-THRESHOLD
                             AND H.SHL_LAST_FAIL_TS >
                                 (CURRENT TIMESTAMP -
                                  :WS-CB-WINDOW-SECONDS SECONDS))))
                 ORDER BY 2 DESC
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2910-EXIT
           END-IF.

           MOVE SDP-DEP-NAME                TO WS-DEP-DOWN-NAME.
           IF WS-DEP-RESTORE-IND < 0
               MOVE 'NOT KNOWN'             TO WS-DEP-RESTORE-DSP
           ELSE
               MOVE WS-DEP-RESTORE-TS(1:16) TO WS-DEP-RESTORE-DSP
           END-IF.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-DEPENDENCY-UNAVAILABLE   TO TRUE.
           MOVE WS-DEP-DOWN-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 57
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       2910-EXIT.
           EXIT.
      ******************************************************************
      *               2000-VALIDATE-INPUT
      * THIS PARAGRAPH WILL VALIDATE REQUEST DATA
      ******************************************************************

              PERFORM 3410-ROUTE-CANARY
                 THRU 3410-EXIT

              IF WS-SQL-SAVED-SQLCODE = 0
                 PERFORM 3500-CHECK-STUB-REPLY
                    THRU 3500-EXIT
              END-IF
           END-IF.

           IF CUST-NUM-VALIDATION-REQUIRED
                             MOVE 95
                               TO ZOS-FAILURE-CODE(ZOS-NUM-ERR)
                         ELSE
      * A STUBBED REQUEST NEEDS NO CUSTOMER ON T_CUST_DATA OR INFORCE.
                             IF NOT WS-STUB-REPLY-READY
                                 PERFORM 3200-VALIDATE-CUST
                                    THRU 3200-EXIT
                             END-IF
                         END-IF
                      END-IF
                  ELSE
               END-IF
           END-IF.

      * THE PURPOSE OF USE IS JUDGED FOR AN APPROVED CALLER AND A
      * KNOWN FUNCTION ONLY - EITHER BEING MISSING IS ALREADY ITS
      * OWN FAILURE ABOVE.
           IF WS-CALLER-IS-APPROVED
            AND ZOS-SRV-FUNC-CD NOT = SPACES
               PERFORM 3090-CHECK-PURPOSE-OF-USE
                  THRU 3090-EXIT
           END-IF.

      * A CUSTOMER ON FRAUD HOLD IS NOT UPDATED AT ALL UNTIL REVIEWED;
      * ONE RECORDED DECEASED IS NOT UPDATED EXCEPT BY SOMEONE ACTING
      * FOR AN AUTHORIZED REPRESENTATIVE.
           IF ZOS-SUCCESS
            AND DB2-CUST-FND
            AND (ZOS-REQUEST-OPERATION = 'UPDATE'
             OR  ZOS-REQUEST-OPERATION = 'UNDO')
               PERFORM 3240-CHECK-FRAUD-HOLD
                  THRU 3240-EXIT
               IF ZOS-SUCCESS
                   PERFORM 3230-CHECK-DECEASED-CUST
                      THRU 3230-EXIT
               END-IF
           END-IF.

      * EVERY AUTHORIZATION REJECT THIS VALIDATION PASS PRODUCED -
      * OLS SECURITY, SEGMENT ENTITLEMENT, OR AN UNAPPROVED SOURCE
      * APPLICATION - FEEDS THE LOCKOUT COUNTER, SO A RACF ID
       3085-EXIT.
           EXIT.
      ******************************************************************
      *                 3090-CHECK-PURPOSE-OF-USE                      *
      * THE PRIVACY OFFICE MUST BE ABLE TO SAY WHY EVERY CUSTOMER      *
      * RECORD WAS READ. THE CALLER'S PURPOSE-OF-USE CODE (0300 LEAVES *
      * IT IN WS-EFF-PURPOSE-CD, SPACES FOR A CALLER TOO SHORT TO      *
      * CARRY ONE) MUST BE ON T_UIS_PURPOSE_ALLOW - ACTIVE AND         *
      * CURRENTLY EFFECTIVE - FOR THIS ZOS-SRC-APP-NM AND EITHER THIS  *
      * SERVICE FUNCTION OR '****' (EVERY FUNCTION). NO CODE, OR A     *
      * CODE NOT ALLOWED FOR THE COMBINATION, IS REJECTED WITH FAILURE *
      * CODE 80. A DB2 FAILURE ON THE LOOKUP REJECTS THE SAME WAY -    *
      * CUSTOMER DATA IS NEVER RELEASED ON AN UNVERIFIED PURPOSE.      *
      ******************************************************************
       3090-CHECK-PURPOSE-OF-USE.

           SET WS-PURPOSE-NOT-ALLOWED       TO TRUE.

           IF WS-EFF-PURPOSE-CD = SPACES
            OR WS-EFF-PURPOSE-CD = LOW-VALUES
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-PURPOSE-NOT-ALLOWED  TO TRUE
               MOVE WS-NO-PURPOSE-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 80
                 TO ZOS-FAILURE-CODE(ZOS-NUM-ERR)
               GO TO 3090-EXIT
           END-IF.

           EXEC SQL
                SELECT PUA_PURPOSE_CD
                INTO   :PUA-PURPOSE-CD
                FROM T_UIS_PURPOSE_ALLOW
                WHERE PUA_SRC_APP_NM  = :ZOS-SRC-APP-NM
                  AND PUA_SRV_FN_CD  IN (:ZOS-SRV-FUNC-CD, '****')
                  AND PUA_PURPOSE_CD  = :WS-EFF-PURPOSE-CD
                  AND PUA_STATUS      = 'A'
                  AND PUA_EFF_DATE   <= CURRENT DATE
                  AND PUA_END_DATE   >= CURRENT DATE
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               SET WS-PURPOSE-IS-ALLOWED    TO TRUE
               GO TO 3090-EXIT
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY 'F5748I00 - PURPOSE-OF-USE LOOKUP FAILED '
                       'SQLCODE=' SQLCODE ' APP=' ZOS-SRC-APP-NM
           END-IF.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-PURPOSE-NOT-ALLOWED      TO TRUE.
           MOVE WS-PURPOSE-NOT-ALLOWED-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 80
             TO ZOS-FAILURE-CODE(ZOS-NUM-ERR).
           .
       3090-EXIT.
           EXIT.
      ******************************************************************
      *                  3220-CHECK-MERGED-CUST                        *
      * A CUSTOMER NUMBER MISSING FROM T_CUST_DATA MAY HAVE BEEN       *
      * RETIRED BY A F5748MRG MERGE - THE CROSS-REFERENCE ROW TELLS    *
       3220-EXIT.
           EXIT.
      ******************************************************************
      *                  3230-CHECK-DECEASED-CUST                      *
      * A CUSTOMER F5748DTH HAS RECORDED DECEASED IS REFUSED UPDATES   *
      * UNLESS THE CALLER NAMES, IN ZOS-DEC-ACTING-REP-SEQ, ONE OF THE *
      * CUSTOMER'S AUTHORIZED REPRESENTATIVES IN FORCE TODAY WITH      *
      * INQUIRY-AND-UPDATE SCOPE. MAINTAINING THE REPRESENTATIVES      *
      * THEMSELVES (F5748ARS) IS NEVER REFUSED - THAT IS HOW AN        *
      * EXECUTOR GETS REGISTERED IN THE FIRST PLACE - AND NEITHER IS   *
      * A CUSTOMER SERVICE NOTE (F5748NTS) ABOUT THE CALL.             *
      ******************************************************************
       3230-CHECK-DECEASED-CUST.

           EXEC SQL
                SELECT CHAR(DEC_DECEASED_DATE, ISO)
                  INTO :DEC-DECEASED-DATE
                  FROM T_CUST_DECEASED
                 WHERE DEC_CUST_NUM = :ZOS-REQUEST-CUST-NUM
                   AND DEC_STATUS   = 'D'
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3230-EXIT
           END-IF.

           IF WS-DEC-AREA-PRESENT
               MOVE DEC-DECEASED-DATE       TO ZOS-DEC-RPY-DECEASED-DATE
           END-IF.

           IF WS-SRV-PRG = 'F5748ARS'
            OR WS-SRV-PRG = 'F5748NTS'
               GO TO 3230-EXIT
           END-IF.

           IF WS-DEC-AREA-PRESENT
            AND ZOS-DEC-ACTING-REP-SEQ NUMERIC
            AND ZOS-DEC-ACTING-REP-SEQ > ZEROES
               MOVE ZOS-DEC-ACTING-REP-SEQ  TO ARP-REP-SEQ
               EXEC SQL
                    SELECT ARP_SCOPE
                      INTO :ARP-SCOPE
                      FROM T_CUST_AUTH_REP
                     WHERE ARP_CUST_NUM = :ZOS-REQUEST-CUST-NUM
                       AND ARP_REP_SEQ  = :ARP-REP-SEQ
                       AND ARP_SCOPE    = 'U'
                       AND ARP_EFF_DATE <= CURRENT DATE
                       AND ARP_EXP_DATE >= CURRENT DATE
               END-EXEC
               IF SQLCODE = 0
                   GO TO 3230-EXIT
               END-IF
           END-IF.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-CUST-DECEASED            TO TRUE.
           MOVE WS-CUST-DECEASED-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 45
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       3230-EXIT.
           EXIT.
      ******************************************************************
      *                    3240-CHECK-FRAUD-HOLD                       *
      * A CUSTOMER THE F5748ATO SWEEP HAS PUT ON FRAUD HOLD TAKES NO   *
      * UPDATES FROM ANY CALLER UNTIL A STEWARD HAS REVIEWED THE CASE  *
      * AND THE HOLD HAS BEEN RELEASED. INQUIRIES ARE NOT AFFECTED,    *
      * AND NEITHER IS A CUSTOMER SERVICE NOTE (F5748NTS) - THE AGENT  *
      * TAKING A CALL ABOUT THE HOLD MUST STILL BE ABLE TO RECORD IT.  *
      ******************************************************************
       3240-CHECK-FRAUD-HOLD.

           IF WS-SRV-PRG = 'F5748NTS'
               GO TO 3240-EXIT
           END-IF.

           EXEC SQL
                SELECT FRH_STATUS
                  INTO :FRH-STATUS
                  FROM T_CUST_FRAUD_HOLD
                 WHERE FRH_CUST_NUM = :ZOS-REQUEST-CUST-NUM
                   AND FRH_STATUS   = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3240-EXIT
           END-IF.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-CUST-FRAUD-HOLD          TO TRUE.
           MOVE WS-CUST-FRAUD-HOLD-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 44
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       3240-EXIT.
           EXIT.
      ******************************************************************
      *                      3500-GET-EMPLOYEE-FAMILY                  *
      * THIS PARAGRAPH WILL GET THE EMPLOYEE NAME FROM THE INFORCE FILE*
      ******************************************************************
      *
       3300-GET-EMPLOYEE-FAMILY.

           MOVE WS-NAME-OF-THIS-MODULE      TO ZQH-PASS-LAST-CONTROL
           MOVE ZOS-REQUEST-CUST-NUM        TO ZQH-KEY-CUSTOMER-NUMBER
           MOVE ZOS-REQUEST-EMPE-ID         TO ZQH-KEY-EMPLOYEE
           MOVE WS-SEGMENT-ID               TO ZQH-INF-DDNAME(8:1)
           MOVE 'F6405IN'                   TO ZQH-INF-DDNAME(1:7)

      * A CALLER CONTINUING A LARGE HOUSEHOLD ROSTER SENDS BACK THE
      * TOKEN FROM THE PRIOR REPLY - IT CARRIES THE NEXT MEMBER
      * POSITION TO RETURN. ANYTHING ELSE (SPACES, AN OLD CALLER TOO
      * SHORT TO CARRY THE AREA, A MANGLED TOKEN) STARTS AT MEMBER 1.
           MOVE 1                           TO WS-ROSTER-START
           IF WS-ROSTER-AREA-PRESENT
            AND ZOS-REQUEST-ROSTER-TOKEN NUMERIC
               MOVE ZOS-REQUEST-ROSTER-TOKEN
                                            TO WS-ROSTER-TOKEN-N
               IF WS-ROSTER-TOKEN-N > 1
                AND WS-ROSTER-TOKEN-N < 1000
                   MOVE WS-ROSTER-TOKEN-N   TO WS-ROSTER-START
               END-IF
           END-IF

      * A ROSTER FETCHED FOR THIS HOUSEHOLD WITHIN THE LAST FEW
      * MINUTES IS SERVED FROM THE REGION CACHE INSTEAD OF HITTING
      * THE F6405INX FILE AGAIN - SEE T_UIS_INF_CACHE. THE CACHE
      * HOLDS THE FIRST MEMBER WINDOW ONLY, SO A CONTINUATION
      * REQUEST ALWAYS GOES TO THE FILE.
           SET WS-INF-CACHE-MISS            TO TRUE
           IF WS-ROSTER-START = 1
               PERFORM 3305-CHECK-INFORCE-CACHE
                  THRU 3305-EXIT
           END-IF

      *OPEN INFORCE FILE AT EMPLOYEE'S FAMILY
           IF WS-INF-CACHE-MISS
                     , CHAR(SUNSET_DATE, ISO)
                     , CACHEABLE_IND
                     , CACHE_TTL_SECONDS
                     , UIS_SRV_EVENT_TYPE
                INTO   :UIS-SRV-PGM-NM
                     , :CUST-NUM-VLD-RQR-IND
                     , :UIS-SRV-DSCR
                     , :SUNSET-DATE
                     , :CACHEABLE-IND
                     , :CACHE-TTL-SECONDS
                     , :UIS-SRV-EVENT-TYPE
                FROM T_UIS_SRV_FN_PGM
                WHERE UIS_SRV_FN_CD = :ZOS-SRV-FUNC-CD
                  AND EFF_DATE <= CURRENT DATE
       3420-EXIT.
           EXIT.
      ******************************************************************
      *                     3500-CHECK-STUB-REPLY                      *
      * A NEW CALLER'S EARLY INTEGRATION TESTING SHOULD NOT WAIT ON    *
      * INFORCE, T_CUST_DATA AND EVERY DOWNSTREAM SERVICE PROGRAM      *
      * BEING POPULATED IN THE TEST REGION. A REQUEST FROM A TEST      *
      * ENVIRONMENT (ZOS-SRC-ENVRN-TEST), BY A CALLER WHOSE APPROVED   *
      * REGISTRY ROW HAS SAC_STUB_IND 'Y', IS ANSWERED FROM            *
      * T_UIS_STUB_REPLY WHEN A STUB EXISTS FOR THE FUNCTION - THE     *
      * CUSTOMER'S OWN ROW FIRST, THEN THE FUNCTION'S DEFAULT          *
      * (BLANK-CUSTOMER) ROW. EVERY OTHER CONTROL IN 3000 STILL RUNS;  *
      * ONLY THE CUSTOMER LOOKUP (3200) IS SKIPPED, AND                *
      * 5480-SERVE-STUB-REPLY TAKES THE PLACE OF THE LINK. SINGLE      *
      * INQUIRY AND UPDATE REQUESTS ONLY, AND ONLY FOR A CALLER LONG   *
      * ENOUGH TO CARRY ZOS-REPLY-STUB-IND - A STUB MUST ALWAYS BE     *
      * FLAGGED AS ONE. NO STUB ROW MEANS THE REAL SERVICE PROGRAM.    *
      ******************************************************************
       3500-CHECK-STUB-REPLY.

           MOVE 'N'                         TO WS-STUB-REPLY-SW.

           IF NOT ZOS-SRC-ENVRN-TEST
            OR NOT WS-STUB-AREA-PRESENT
            OR WS-EFF-BATCH-COUNT > 0
            OR (ZOS-REQUEST-OPERATION NOT = 'INQUIRY'
            AND ZOS-REQUEST-OPERATION NOT = 'UPDATE')
               GO TO 3500-EXIT
           END-IF.

           EXEC SQL
                SELECT SAC_STUB_IND
                  INTO :SAC-STUB-IND
                  FROM T_UIS_APPRVD_CALLER
                 WHERE SRC_APP_NM = :ZOS-SRC-APP-NM
                   AND EFF_DATE  <= CURRENT DATE
                   AND END_DATE  >= CURRENT DATE
                   AND SAC_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
            OR NOT SAC-CALLER-IS-STUBBED
               GO TO 3500-EXIT
           END-IF.

           EXEC SQL
                SELECT STB_CUST_NUM, STB_SLICE_LEN, STB_REPLY_DATA
                  INTO :STB-CUST-NUM, :STB-SLICE-LEN, :STB-REPLY-DATA
                  FROM T_UIS_STUB_REPLY
                 WHERE STB_SRV_FN_CD = :ZOS-SRV-FUNC-CD
                   AND STB_CUST_NUM  = :ZOS-REQUEST-CUST-NUM
           END-EXEC.

           IF SQLCODE = 100
            AND ZOS-REQUEST-CUST-NUM NOT = SPACES
               EXEC SQL
                    SELECT STB_CUST_NUM, STB_SLICE_LEN, STB_REPLY_DATA
                      INTO :STB-CUST-NUM, :STB-SLICE-LEN,
                           :STB-REPLY-DATA
                      FROM T_UIS_STUB_REPLY
                     WHERE STB_SRV_FN_CD = :ZOS-SRV-FUNC-CD
                       AND STB_CUST_NUM  = ' '
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
            OR STB-SLICE-LEN < 1
               GO TO 3500-EXIT
           END-IF.

           SET WS-STUB-REPLY-READY          TO TRUE.
           MOVE STB-CUST-NUM                TO WS-STUB-CUST-NUM.

           MOVE '3500-CHECK-STUB-REPLY'     TO WS-TRACE-POINT.
           MOVE 'STUB REPLY FOUND ON T_UIS_STUB_REPLY - NO LINK'
                                            TO WS-TRACE-DETAIL.
           PERFORM 9650-WRITE-TRACE-ROW
              THRU 9650-EXIT.
           .
       3500-EXIT.
           EXIT.
      ******************************************************************
      *                   3900-LOOKUP-FAILURE-MSGS                     *
      * OVERLAYS EACH ZOS-FAILURE-MESSAGE SET BY 3000-VALIDATE-INPUT   *
      * WITH THE TRANSLATED TEXT ON T_UIS_FAILURE_MSG FOR THE          *
           PERFORM 5050-CHECK-CONSENT-SUPPRESS
              THRU 5050-EXIT

           PERFORM 5060-APPLY-DATA-SHARING
              THRU 5060-EXIT

           IF WS-FUNCTION-DEPRECATED
               PERFORM 3406-SET-DEPRECATION-NOTICE
                  THRU 3406-EXIT
           END-IF

           IF NOT UIS-SRV-RAISES-NO-EVENT
            AND (ZOS-REQUEST-OPERATION = 'UPDATE'
             OR  ZOS-REQUEST-OPERATION = 'UNDO')
            AND ZOS-SUCCESS
            AND ZOS-NORMAL-PROCESSING
            AND WS-RESPCODE = 0
               PERFORM 9680-NOTIFY-SUBSCRIBERS
                  THRU 9680-EXIT
           END-IF

           EXEC SQL
              SET :WS-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE = 0 AND CNS-HH-DISCLOSURE-BLOCKED
               SET WS-CONSENT-SUPPRESSED    TO TRUE
               PERFORM 5051-CLEAR-HOUSEHOLD-ROSTER
                  THRU 5051-EXIT
               PERFORM 5055-LOG-CONSENT-SUPPRESS
                  THRU 5055-EXIT
           END-IF.
       5050-EXIT.
           EXIT.
      ******************************************************************
      *                5051-CLEAR-HOUSEHOLD-ROSTER                     *
      * TAKES THE WHOLE ROSTER OUT OF THE REPLY - THE 20 BASE SLOTS    *
      * AND, FOR A CALLER CARRYING IT, THE CONTINUATION AREA. SHARED   *
      * BY 5050 (CONSENT) AND 5060 (DATA-SHARING AGREEMENT).           *
      ******************************************************************
       5051-CLEAR-HOUSEHOLD-ROSTER.

           MOVE ZEROES                      TO
                                           ZOS-REPLY-HOUSEHOLD-COUNT.
           PERFORM 5052-CLEAR-ROSTER-SLOT
              THRU 5052-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > 20.

           IF WS-ROSTER-AREA-PRESENT
               MOVE ZEROES                  TO ZOS-REPLY-HH-TOTAL-COUNT
               MOVE 'N'                     TO ZOS-REPLY-HH-MORE-IND
               MOVE SPACES                  TO ZOS-REPLY-ROSTER-TOKEN
               PERFORM 5053-CLEAR-EXT-SLOT
                  THRU 5053-EXIT
                  VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > ZOS-REPLY-HH-EXT-COUNT
               MOVE ZEROES                  TO ZOS-REPLY-HH-EXT-COUNT
           END-IF.
           .
       5051-EXIT.
           EXIT.
      ******************************************************************
      *                   5052-CLEAR-ROSTER-SLOT                       *
      ******************************************************************
       5052-CLEAR-ROSTER-SLOT.
       5055-EXIT.
           EXIT.
      ******************************************************************
      *                  5060-APPLY-DATA-SHARING                       *
      * RACF AUTHORITY (5040) SAYS WHAT THE USER MAY SEE; IT SAYS      *
      * NOTHING ABOUT WHERE THE DATA IS GOING. A VENDOR PACKAGE        *
      * CALLING UNDER A HIGHLY PRIVILEGED SERVICE ID MAY ONLY RECEIVE  *
      * THE DATA CLASSES ITS CONTRACT COVERS, SO EACH CLASS PRESENT    *
      * IN THE REPLY IS CHECKED AGAINST T_UIS_DATA_SHARE_AGMT FOR THE  *
      * CALLING APPLICATION AND BLANKED WHEN NO ACTIVE, UNEXPIRED      *
      * AGREEMENT COVERS IT - HOUSEHOLD ROSTER ('HHLD'), SEARCH        *
      * CANDIDATES ('SRCH'), CONTACT DETAILS ('CNTC'), AUTHORIZED      *
      * REPRESENTATIVES ('AREP'), CUSTOMER SERVICE NOTES ('NOTE'), AND *
      * THE DATE OF BIRTH F5748S36 RETURNS AT THE FRONT OF THE         *
      * ADDITIONAL AREA ('DOB '). WHAT WAS BLANKED IS WRITTEN TO THE   *
      * TRANSACTION LOG (TYPE 'DSASUPRS'). OUR OWN (INTERNAL)          *
      * APPLICATIONS ARE NOT BOUND BY AN AGREEMENT, AS WITH CONSENT IN *
      * 5050. RUNS AFTER THE REPLY CACHE IS LOADED, SO A CACHED REPLY  *
      * STAYS COMPLETE AND IS CUT DOWN PER CALLER ON EVERY HIT.        *
      ******************************************************************
       5060-APPLY-DATA-SHARING.

           MOVE ZEROES                      TO WS-DSA-BLANKED-CNT.
           MOVE SPACES                      TO WS-DSA-BLANKED-AREA.

           IF WS-CALLER-IS-INTERNAL
               GO TO 5060-EXIT
           END-IF.

           IF ZOS-REPLY-HOUSEHOLD-COUNT NOT = ZEROES
               MOVE 'HHLD'                  TO WS-DSA-CLASS
               PERFORM 5062-CHECK-AGREEMENT
                  THRU 5062-EXIT
               IF NOT WS-DSA-ENTITLED
                   PERFORM 5051-CLEAR-HOUSEHOLD-ROSTER
                      THRU 5051-EXIT
                   PERFORM 5068-NOTE-BLANKED-CLASS
                      THRU 5068-EXIT
               END-IF
           END-IF.

           IF ZOS-REPLY-SRCH-CAND-COUNT NOT = ZEROES
               MOVE 'SRCH'                  TO WS-DSA-CLASS
               PERFORM 5062-CHECK-AGREEMENT
                  THRU 5062-EXIT
               IF NOT WS-DSA-ENTITLED
                   MOVE ZEROES              TO ZOS-REPLY-SRCH-CAND-COUNT
                   PERFORM 5064-CLEAR-CANDIDATE-SLOT
                      THRU 5064-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > 10
                   IF WS-SRCH-AREA-PRESENT
                       MOVE 'N'             TO ZOS-REPLY-SRCH-MORE-IND
                       MOVE SPACES          TO ZOS-REPLY-SRCH-TOKEN
                   END-IF
                   PERFORM 5068-NOTE-BLANKED-CLASS
                      THRU 5068-EXIT
               END-IF
           END-IF.

           IF WS-CONTACT-AREA-PRESENT
               IF ZOS-CONTACT-REPLY NOT = SPACES
                   MOVE 'CNTC'              TO WS-DSA-CLASS
                   PERFORM 5062-CHECK-AGREEMENT
                      THRU 5062-EXIT
                   IF NOT WS-DSA-ENTITLED
                       MOVE SPACES          TO ZOS-CONTACT-REPLY
                       IF WS-ADQ-AREA-PRESENT
                           PERFORM 5065-CLEAR-ADDR-QUALITY
                              THRU 5065-EXIT
                       END-IF
                       PERFORM 5068-NOTE-BLANKED-CLASS
                          THRU 5068-EXIT
                   END-IF
               END-IF
           END-IF.

           IF WS-AREP-AREA-PRESENT
               IF ZOS-AREP-RPY-COUNT NOT = ZEROES
                   MOVE 'AREP'              TO WS-DSA-CLASS
                   PERFORM 5062-CHECK-AGREEMENT
                      THRU 5062-EXIT
                   IF NOT WS-DSA-ENTITLED
                       MOVE ZEROES          TO ZOS-AREP-RPY-COUNT
                       MOVE 'N'             TO ZOS-AREP-RPY-MORE-IND
                       PERFORM 5066-CLEAR-AREP-SLOT
                          THRU 5066-EXIT
                          VARYING WS-SUB FROM 1 BY 1
                            UNTIL WS-SUB > 10
                       PERFORM 5068-NOTE-BLANKED-CLASS
                          THRU 5068-EXIT
                   END-IF
               END-IF
           END-IF.

           IF WS-NOTE-AREA-PRESENT
               IF ZOS-NOTE-RPY-COUNT NOT = ZEROES
                   MOVE 'NOTE'              TO WS-DSA-CLASS
                   PERFORM 5062-CHECK-AGREEMENT
                      THRU 5062-EXIT
                   IF NOT WS-DSA-ENTITLED
                       MOVE ZEROES          TO ZOS-NOTE-RPY-COUNT
                       MOVE 'N'             TO ZOS-NOTE-RPY-MORE-IND
                       PERFORM 5067-CLEAR-NOTE-SLOT
                          THRU 5067-EXIT
                          VARYING WS-SUB FROM 1 BY 1
                            UNTIL WS-SUB > 10
                       PERFORM 5068-NOTE-BLANKED-CLASS
                          THRU 5068-EXIT
                   END-IF
               END-IF
           END-IF.

           IF ZOS-REPLY-ADDNTL-AREA(1:4) = 'DOB='
            AND ZOS-REPLY-ADDNTL-AREA(5:8) NOT = SPACES
               MOVE 'DOB '                  TO WS-DSA-CLASS
               PERFORM 5062-CHECK-AGREEMENT
                  THRU 5062-EXIT
               IF NOT WS-DSA-ENTITLED
                   MOVE SPACES
                     TO ZOS-REPLY-ADDNTL-AREA(5:8)
                   PERFORM 5068-NOTE-BLANKED-CLASS
                      THRU 5068-EXIT
               END-IF
           END-IF.

           IF WS-DSA-BLANKED-CNT > ZEROES
               PERFORM 5069-LOG-DATA-SHARING
                  THRU 5069-EXIT
           END-IF.
           .
       5060-EXIT.
           EXIT.
      ******************************************************************
      *                   5062-CHECK-AGREEMENT                         *
      * A DB2 FAILURE ON THE LOOKUP LEAVES THE CLASS UNENTITLED - THE  *
      * DATA IS WITHHELD RATHER THAN SENT WITHOUT AN AGREEMENT.        *
      ******************************************************************
       5062-CHECK-AGREEMENT.

           MOVE 'N'                         TO WS-DSA-ENTITLED-SW.

           EXEC SQL
                SELECT DSA_DATA_CLASS
                INTO   :DSA-DATA-CLASS
                FROM T_UIS_DATA_SHARE_AGMT
                WHERE DSA_SRC_APP_NM  = :ZOS-SRC-APP-NM
                  AND DSA_DATA_CLASS  = :WS-DSA-CLASS
                  AND DSA_STATUS      = 'A'
                  AND DSA_EFF_DATE   <= CURRENT DATE
                  AND DSA_EXP_DATE   >= CURRENT DATE
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               SET WS-DSA-ENTITLED          TO TRUE
               GO TO 5062-EXIT
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY 'F5748I00 - DATA-SHARING AGREEMENT LOOKUP '
                       'FAILED SQLCODE=' SQLCODE ' APP=' ZOS-SRC-APP-NM
                       ' CLASS=' WS-DSA-CLASS
           END-IF.
           .
       5062-EXIT.
           EXIT.
      ******************************************************************
      *                 5064-CLEAR-CANDIDATE-SLOT                      *
      ******************************************************************
       5064-CLEAR-CANDIDATE-SLOT.

           MOVE SPACES       TO ZOS-REPLY-SRCH-CUST-NUM(WS-SUB)
                                ZOS-REPLY-SRCH-CUST-NM(WS-SUB)
                                ZOS-REPLY-SRCH-SEG-ID(WS-SUB).
           IF WS-SRCH-AREA-PRESENT
               MOVE SPACES   TO ZOS-REPLY-SRCH-MATCH-TYPE(WS-SUB)
           END-IF.
           .
       5064-EXIT.
           EXIT.
      ******************************************************************
      *                  5065-CLEAR-ADDR-QUALITY                       *
      * THE UNDELIVERABLE FLAGS AND RETURN DATE GO WITH THE CONTACT    *
      * DETAILS THEY DESCRIBE.                                         *
      ******************************************************************
       5065-CLEAR-ADDR-QUALITY.

           MOVE ZERO         TO ZOS-ADQ-RPY-WARN-COUNT.
           MOVE SPACES       TO ZOS-ADQ-RPY-WARNINGS
                                ZOS-ADQ-RPY-MAIL-RETURN-DATE.
           MOVE 'N'          TO ZOS-ADQ-RPY-STANDARDIZED-IND
                                ZOS-ADQ-RPY-MAIL-UNDELIV-IND
                                ZOS-ADQ-RPY-EMAIL-UNDELIV-IND.
           .
       5065-EXIT.
           EXIT.
      ******************************************************************
      *                   5066-CLEAR-AREP-SLOT                         *
      ******************************************************************
       5066-CLEAR-AREP-SLOT.

           MOVE SPACES       TO ZOS-AREP-RPY-ENTRY(WS-SUB).
           .
       5066-EXIT.
           EXIT.
      ******************************************************************
      *                   5067-CLEAR-NOTE-SLOT                         *
      ******************************************************************
       5067-CLEAR-NOTE-SLOT.

           MOVE SPACES       TO ZOS-NOTE-RPY-ENTRY(WS-SUB).
           .
       5067-EXIT.
           EXIT.
      ******************************************************************
      *                  5068-NOTE-BLANKED-CLASS                       *
      ******************************************************************
       5068-NOTE-BLANKED-CLASS.

           ADD 1                            TO WS-DSA-BLANKED-CNT.
           MOVE WS-DSA-CLASS
             TO WS-DSA-BLANKED-CLASS(WS-DSA-BLANKED-CNT).
           .
       5068-EXIT.
           EXIT.
      ******************************************************************
      *                   5069-LOG-DATA-SHARING                        *
      ******************************************************************
       5069-LOG-DATA-SHARING.

           MOVE SPACES                      TO LF-LOG-DATA.
           MOVE ZEROES                      TO LF-LOG-DATA-LENGTH.
           MOVE 'DSASUPRS'                  TO LF-LOG-TYPE.
           STRING 'REPLY DATA BLANKED - NO DATA-SHARING AGREEMENT - '
                  'CALLER=' ZOS-SRC-APP-NM
                  ' CLASSES=' WS-DSA-BLANKED-AREA
                  DELIMITED BY SIZE
                  INTO LF-LOG-DATA.
           MOVE 105                         TO LF-LOG-DATA-LENGTH.

           PERFORM 9300-LOG-DATA
              THRU 9300-EXIT.

           MOVE '5069-LOG-DATA-SHARING'     TO WS-TRACE-POINT.
           MOVE SPACES                      TO WS-TRACE-DETAIL.
           STRING 'REPLY CLASSES BLANKED BY AGREEMENT - '
                  WS-DSA-BLANKED-AREA
                  DELIMITED BY SIZE
                  INTO WS-TRACE-DETAIL.
           PERFORM 9650-WRITE-TRACE-ROW
              THRU 9650-EXIT.
           .
       5069-EXIT.
           EXIT.
      ******************************************************************
      *5500-CALL-SERVICE-PROG
      * THIS PARAGRAPH WILL CALL THE SERVICE PROGRAM. RESP CAPTURES A  *
      * BAD LINK (PGMIDERR, ETC.) IN WS-RESPCODE INSTEAD OF LETTING    *
           PERFORM 5050-CHECK-CONSENT-SUPPRESS
              THRU 5050-EXIT.

           PERFORM 5060-APPLY-DATA-SHARING
              THRU 5060-EXIT.

           IF WS-FUNCTION-DEPRECATED
               PERFORM 3406-SET-DEPRECATION-NOTICE
                  THRU 3406-EXIT
           EXIT.
      *
      ******************************************************************
      *                     5480-SERVE-STUB-REPLY                      *
      * ANSWERS A REQUEST 3500-CHECK-STUB-REPLY FOUND A STUB FOR. THE  *
      * STORED SLICE IS OVERLAID EXACTLY AS A CACHE HIT IS, AND THE    *
      * SAME PER-CALLER CONTROLS RUN ON IT (5430). THE REPLY GOES BACK *
      * WITH ZOS-REPLY-STUB-IND 'Y', EVERY LOG ROW FROM HERE ON IS     *
      * STAMPED 'S' IN TLG_OPER_MODE, AND A 'STUBRPLY' ROW RECORDS     *
      * WHICH STUB ANSWERED - A STUB IS NEVER TO BE MISTAKEN FOR REAL  *
      * DATA.                                                          *
      ******************************************************************
       5480-SERVE-STUB-REPLY.

      * 5425 SETS THE SLICE OFFSET AND LENGTH THE CACHE USES.
           PERFORM 5425-BUILD-CACHE-KEY
              THRU 5425-EXIT.

           IF STB-SLICE-LEN > WS-CACHE-SLICE-LEN
               MOVE WS-CACHE-SLICE-LEN      TO STB-SLICE-LEN
           END-IF.

           MOVE STB-REPLY-DATA(1:STB-SLICE-LEN)
             TO DFHCOMMAREA(WS-CACHE-SLICE-OFF:STB-SLICE-LEN).

           PERFORM 5430-FINISH-CACHED-REPLY
              THRU 5430-EXIT.

           MOVE 'S'                         TO WS-LOG-OPER-MODE-OVR.
           SET ZOS-REPLY-IS-STUB            TO TRUE.

           EXEC SQL
                UPDATE T_UIS_STUB_REPLY
                   SET STB_SERVED_CNT = STB_SERVED_CNT + 1
                 WHERE STB_SRV_FN_CD  = :ZOS-SRV-FUNC-CD
                   AND STB_CUST_NUM   = :WS-STUB-CUST-NUM
           END-EXEC.

           MOVE SPACES                      TO WS-STUB-LOG-TEXT.
           IF WS-STUB-CUST-NUM = SPACES
               STRING 'STUB REPLY SERVED - FUNCTION '
                      ZOS-SRV-FUNC-CD
                      ' DEFAULT STUB, STATUS='
                      ZOS-REQUEST-STATUS
                      DELIMITED BY SIZE
                      INTO WS-STUB-LOG-TEXT
           ELSE
               STRING 'STUB REPLY SERVED - FUNCTION '
                      ZOS-SRV-FUNC-CD
                      ' CUSTOMER ' WS-STUB-CUST-NUM
                      ', STATUS=' ZOS-REQUEST-STATUS
                      DELIMITED BY SIZE
                      INTO WS-STUB-LOG-TEXT
           END-IF.

           MOVE SPACES                      TO LF-LOG-DATA.
           MOVE 'STUBRPLY'                  TO LF-LOG-TYPE.
           MOVE ZEROES                      TO LF-DB2-ELAPSED-MS.
           MOVE WS-STUB-LOG-TEXT            TO LF-LOG-DATA.
           MOVE 80                          TO LF-LOG-DATA-LENGTH.

           PERFORM 9300-LOG-DATA
              THRU 9300-EXIT.
           .
       5480-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 5600-RESET-SERVICE-HEALTH                      *
      * A SUCCESSFUL LINK CLEARS ANY FAILURE HISTORY FOR THE SERVICE   *
      * PROGRAM SO IT DOESN'T STAY TRIPPED AFTER IT HAS RECOVERED.     *
       5800-UNDO-SERVICE-UPDATE.

           EXEC SQL
                SELECT TLG_LOG_DATA_LENGTH, TLG_LOG_DATA,
                       TLG_PURPOSE_CD
                  INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA,
                       :TLG-PURPOSE-CD
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CORRELATION_ID = :ZOS-REQUEST-UNDO-LOG-ID
                   AND TLG_LOG_TYPE       = 'REQUEST'

           MOVE 'UNDO'                      TO ZOS-REQUEST-OPERATION.

      * THE UNDO IS RE-VALIDATED AS THE ORIGINAL CALLER, SO IT IS
      * JUDGED - AND LOGGED - UNDER THE ORIGINAL REQUEST'S PURPOSE OF
      * USE. A ROW LOGGED BEFORE PURPOSE CODES EXISTED HAS NONE; THE
      * UNDO CALLER'S OWN CODE STANDS FOR IT.
           IF TLG-PURPOSE-CD NOT = SPACES
               MOVE TLG-PURPOSE-CD          TO WS-EFF-PURPOSE-CD
           END-IF.

           PERFORM 3000-VALIDATE-INPUT
              THRU 3000-EXIT.

       5810-UNDO-FROM-ARCHIVE.

           EXEC SQL
                SELECT TLA_LOG_DATA_LENGTH, TLA_LOG_DATA,
                       TLA_PURPOSE_CD
                  INTO :TLA-LOG-DATA-LENGTH, :TLA-LOG-DATA,
                       :TLA-PURPOSE-CD
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_CORRELATION_ID = :ZOS-REQUEST-UNDO-LOG-ID
                   AND TLA_LOG_TYPE       = 'REQUEST'
           IF SQLCODE = 0
               MOVE TLA-LOG-DATA-LENGTH     TO TLG-LOG-DATA-LENGTH
               MOVE TLA-LOG-DATA            TO TLG-LOG-DATA
               MOVE TLA-PURPOSE-CD          TO TLG-PURPOSE-CD
           END-IF.
           .
       5810-EXIT.
               MOVE 86
                 TO ZOS-FAILURE-CODE(ZOS-NUM-ERR)
           ELSE
      * EACH ITEM NAMES ITS OWN FUNCTION, SO THE CALLER'S PURPOSE IS
      * JUDGED PER ITEM - A PURPOSE ALLOWED FOR ONE FUNCTION IN THE
      * ARRAY DOES NOT CARRY THE OTHERS - AND A REJECTED ITEM DOES
      * NOT SPEND QUOTA.
               PERFORM 3090-CHECK-PURPOSE-OF-USE
                  THRU 3090-EXIT

               IF ZOS-SUCCESS
                   PERFORM 3050-CHECK-QUOTA
                      THRU 3050-EXIT
               END-IF

      * A BULK-CLASS CALLER IS SHED PER ITEM, EXACTLY AS THE
      * SINGLE-REQUEST PATH SHEDS IT - A BATCH OF ONE IS NOT A WAY
                       PERFORM 2905-CHECK-FUNCTION-WINDOW
                          THRU 2905-EXIT

                       IF ZOS-SUCCESS
                           PERFORM 2910-CHECK-DEPENDENCIES
                              THRU 2910-EXIT
                       END-IF

                       IF ZOS-SUCCESS
                           PERFORM 6110-CHECK-BATCH-ITEM-AUTH
                              THRU 6110-EXIT
                      THRU 3350-EXIT
               END-IF
           END-IF.

           IF ZOS-SUCCESS
            AND DB2-CUST-FND
            AND (ZOS-REQUEST-OPERATION = 'UPDATE'
             OR  ZOS-REQUEST-OPERATION = 'UNDO')
               PERFORM 3240-CHECK-FRAUD-HOLD
                  THRU 3240-EXIT
               IF ZOS-SUCCESS
                   PERFORM 3230-CHECK-DECEASED-CUST
                      THRU 3230-EXIT
               END-IF
           END-IF.
           .
       6120-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   7000-SUBMIT-ASYNC-REQUEST                    *
      * ACCEPTS A SINGLE INQUIRY OR UPDATE FOR A BACKGROUND RUN. THE   *
      * CALLER'S RECORD IS PARKED ON T_UIS_ASYNC_TICKET UNDER THIS     *
      * CALL'S CORRELATION ID, WHICH BECOMES THE TICKET, AND F5748ASW  *
      * IS STARTED UNDER TRANSACTION UISA TO RUN IT. THE CALLER IS     *
      * ANSWERED AT ONCE WITH ZOS-ASYNC-PENDING, THE TICKET AND ITS    *
      * EXPIRY. ONLY THE CALLERS REGISTRY IS CHECKED HERE, SO AN       *
      * UNREGISTERED APPLICATION CANNOT PARK WORK; EVERY OTHER CHECK   *
      * (AUTHORITY, CUSTOMER, QUOTA) IS MADE BY THE BACKGROUND RUN AND *
      * COMES BACK IN THE COLLECTED REPLY. A TICKET THAT CANNOT BE     *
      * PARKED AND STARTED IS NEVER HANDED OUT.                        *
      ******************************************************************
       7000-SUBMIT-ASYNC-REQUEST.

           IF WS-EFF-BATCH-COUNT > 0
            OR ZOS-VALIDATE-ONLY
            OR (ZOS-REQUEST-OPERATION NOT = 'INQUIRY'
            AND ZOS-REQUEST-OPERATION NOT = 'UPDATE')
            OR ZOS-SRV-FUNC-CD = SPACES
            OR ZOS-SRC-RACF-ID = SPACES
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-ASYNC-NOT-ALLOWED-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 100
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
               GO TO 7000-EXIT
           END-IF.

           PERFORM 3060-CHECK-APPROVED-CALLER
              THRU 3060-EXIT.

           IF WS-CALLER-NOT-APPROVED
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-SOURCE-NOT-APPROVED  TO TRUE
               MOVE WS-SOURCE-NOT-APPRVD-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 84
                 TO ZOS-FAILURE-CODE(ZOS-NUM-ERR)
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-ASYNC-EXPIRY-TS = CURRENT TIMESTAMP
                              + :WS-ASYNC-TICKET-TTL-MINUTES MINUTES
           END-EXEC.

           MOVE WS-LOG-ID                   TO ZOS-ASYNC-TICKET-ID.
           MOVE WS-ASYNC-EXPIRY-TS          TO ZOS-ASYNC-EXPIRY-TS.
           SET ZOS-ASYNC-QUEUED             TO TRUE.

      * THE PARKED RECORD IS THE REQUEST AS THE BACKGROUND RUN WILL
      * SEE IT, TICKET ALREADY FILLED IN.
           MOVE WS-CALLER-COMM-LEN          TO ATK-COMM-LEN.
           IF ATK-COMM-LEN > 31600
               MOVE 31600                   TO ATK-COMM-LEN
           END-IF.

           MOVE SPACES                      TO ATK-COMM-DATA.
           MOVE DFHCOMMAREA(1:ATK-COMM-LEN)
             TO ATK-COMM-DATA(1:ATK-COMM-LEN).

           EXEC SQL
                INSERT INTO T_UIS_ASYNC_TICKET
                       ( ATK_TICKET_ID
                       , ATK_RACF_ID
                       , ATK_SRC_APP_NM
                       , ATK_SRV_FN_CD
                       , ATK_CUST_NUM
                       , ATK_STATUS
                       , ATK_SUBMIT_TS
                       , ATK_EXPIRY_TS
                       , ATK_START_TS
                       , ATK_COMPLETE_TS
                       , ATK_POLL_CNT
                       , ATK_REQUEST_STATUS
                       , ATK_COMM_LEN
                       , ATK_COMM_DATA )
                VALUES ( :ZOS-ASYNC-TICKET-ID
                       , :ZOS-SRC-RACF-ID
                       , :ZOS-SRC-APP-NM
                       , :ZOS-SRV-FUNC-CD
                       , :ZOS-REQUEST-CUST-NUM
                       , 'Q'
                       , CURRENT TIMESTAMP
                       , :WS-ASYNC-EXPIRY-TS
                       , '0001-01-01-00.00.00.000000'
                       , '0001-01-01-00.00.00.000000'
                       , 0
                       , '  '
                       , :ATK-COMM-LEN
                       , :ATK-COMM-DATA )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748I00 - ASYNC TICKET INSERT FAILED '
                       'SQLCODE=' SQLCODE
               PERFORM 7020-ASYNC-NOT-QUEUED
                  THRU 7020-EXIT
               GO TO 7000-EXIT
           END-IF.

      * PROTECT HOLDS THE START UNTIL THIS TASK SYNCPOINTS, SO THE
      * WORKER CAN NEVER GO LOOKING FOR A TICKET ROW NOT YET COMMITTED.
           EXEC CICS
                START TRANSID(WS-ASYNC-TRANID)
                FROM(ZOS-ASYNC-TICKET-ID)
                LENGTH(WS-ASYNC-START-LEN)
                PROTECT
                RESP(WS-ASYNC-RESPCODE)
           END-EXEC.

           IF WS-ASYNC-RESPCODE NOT = 0
               DISPLAY 'F5748I00 - ASYNC WORKER START FAILED RESP='
                        WS-ASYNC-RESPCODE
               EXEC SQL
                    DELETE FROM T_UIS_ASYNC_TICKET
                     WHERE ATK_TICKET_ID = :ZOS-ASYNC-TICKET-ID
               END-EXEC
               PERFORM 7020-ASYNC-NOT-QUEUED
                  THRU 7020-EXIT
               GO TO 7000-EXIT
           END-IF.

           SET ZOS-ASYNC-PENDING            TO TRUE.
           MOVE 'R'                         TO WS-LOG-OPER-MODE-OVR.

           MOVE 'ASYNCSUB'                  TO WS-ASYNC-LOG-TYPE.
           MOVE SPACES                      TO WS-ASYNC-LOG-TEXT.
           STRING 'QUEUED FOR BACKGROUND RUN - FN=' ZOS-SRV-FUNC-CD
                  ' EXPIRES ' WS-ASYNC-EXPIRY-TS
                  DELIMITED BY SIZE
                  INTO WS-ASYNC-LOG-TEXT.

           PERFORM 7900-LOG-ASYNC-EVENT
              THRU 7900-EXIT.
           .
       7000-EXIT.
           EXIT.
      ******************************************************************
      *                     7020-ASYNC-NOT-QUEUED                      *
      * THE SUBMIT COULD NOT BE PARKED OR ITS BACKGROUND RUN COULD NOT *
      * BE STARTED - NO TICKET GOES BACK AND THE CALLER RESUBMITS.     *
      ******************************************************************
       7020-ASYNC-NOT-QUEUED.

           MOVE SPACES                      TO ZOS-ASYNC-TICKET-ID
                                               ZOS-ASYNC-EXPIRY-TS.
           MOVE SPACE                       TO ZOS-ASYNC-TICKET-STATE.

           ADD 1                            TO ZOS-NUM-ERR.
           SET ZOS-FAILURE                  TO TRUE.
           MOVE WS-ASYNC-NOT-QUEUED-MSG
             TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR).
           MOVE 101
             TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR).
           .
       7020-EXIT.
           EXIT.
      ******************************************************************
      *                     7100-POLL-ASYNC-TICKET                     *
      * ANSWERS A POLL FOR THE TICKET READ BY 0410-FIND-ASYNC-TICKET.  *
      * WHILE THE BACKGROUND RUN IS QUEUED OR RUNNING THE CALLER GETS  *
      * ZOS-ASYNC-PENDING AGAIN WITH THE TICKET'S STATE; ONCE IT IS    *
      * COMPLETE THE FINISHED REPLY IS LAID OVER THE CALLER'S RECORD   *
      * EXACTLY AS THE BACKGROUND RUN LEFT IT, AND MAY BE COLLECTED    *
      * AGAIN UNTIL THE TICKET EXPIRES. ONLY THE POLL'S OWN REQUEST    *
      * TIMESTAMP IS PUT BACK SO ITS SUMMARY ROW TIMES THE POLL.       *
      ******************************************************************
       7100-POLL-ASYNC-TICKET.

           MOVE 'ASYNCPOL'                  TO WS-ASYNC-LOG-TYPE.
           MOVE SPACES                      TO WS-ASYNC-LOG-TEXT.

           IF NOT WS-ASYNC-TICKET-FOUND
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-ASYNC-TICKET-UNKNOWN TO TRUE
               MOVE WS-ASYNC-UNKNOWN-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 102
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
               STRING 'POLL REJECTED - TICKET UNKNOWN OR EXPIRED'
                      DELIMITED BY SIZE
                      INTO WS-ASYNC-LOG-TEXT
               PERFORM 7900-LOG-ASYNC-EVENT
                  THRU 7900-EXIT
               GO TO 7100-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_ASYNC_TICKET
                   SET ATK_POLL_CNT = ATK_POLL_CNT + 1
                 WHERE ATK_TICKET_ID = :ATK-TICKET-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748I00 - ASYNC POLL COUNT UPDATE FAILED '
                       'SQLCODE=' SQLCODE
           END-IF.

           MOVE 'R'                         TO WS-LOG-OPER-MODE-OVR.

           IF NOT ATK-TICKET-COMPLETE
               SET ZOS-ASYNC-PENDING        TO TRUE
               MOVE ATK-TICKET-ID           TO ZOS-ASYNC-TICKET-ID
               MOVE ATK-STATUS              TO ZOS-ASYNC-TICKET-STATE
               MOVE ATK-EXPIRY-TS           TO ZOS-ASYNC-EXPIRY-TS
               IF ATK-TICKET-QUEUED
                   STRING 'POLLED - STILL QUEUED'
                          DELIMITED BY SIZE
                          INTO WS-ASYNC-LOG-TEXT
               ELSE
                   STRING 'POLLED - STILL RUNNING'
                          DELIMITED BY SIZE
                          INTO WS-ASYNC-LOG-TEXT
               END-IF
               PERFORM 7900-LOG-ASYNC-EVENT
                  THRU 7900-EXIT
               GO TO 7100-EXIT
           END-IF.

           IF ATK-COMM-LEN > WS-CALLER-COMM-LEN
               MOVE WS-CALLER-COMM-LEN      TO ATK-COMM-LEN
           END-IF.

           MOVE ATK-COMM-DATA(1:ATK-COMM-LEN)
             TO DFHCOMMAREA(1:ATK-COMM-LEN).
           MOVE WS-ASYNC-CALL-TS            TO ZOS-REQUEST-TIMESTAMP.

      * A JSON-DOCUMENT POLL GETS THE JSON REPLY EVEN IF THE SUBMIT
      * CAME IN AS A RAW RECORD.
           IF WS-JSON-REQUEST-MODE
               MOVE 'Y'                     TO ZOS-REQUEST-JSON-IND
           END-IF.

           STRING 'REPLY COLLECTED - STATUS=' ATK-REQUEST-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ASYNC-LOG-TEXT.

           PERFORM 7900-LOG-ASYNC-EVENT
              THRU 7900-EXIT.
           .
       7100-EXIT.
           EXIT.
      ******************************************************************
      *                      7900-LOG-ASYNC-EVENT                      *
      * ONE LOG ROW OF TYPE WS-ASYNC-LOG-TYPE (ASYNCSUB / ASYNCPOL /   *
      * ASYNCEND) UNDER THE CURRENT CORRELATION ID - THE TICKET ITSELF *
      * FOR EVERYTHING BUT AN UNKNOWN-TICKET POLL.                     *
      ******************************************************************
       7900-LOG-ASYNC-EVENT.

           MOVE SPACES                      TO LF-LOG-DATA.
           MOVE WS-ASYNC-LOG-TYPE           TO LF-LOG-TYPE.
           MOVE ZEROES                      TO LF-DB2-ELAPSED-MS.
           MOVE WS-ASYNC-LOG-TEXT           TO LF-LOG-DATA.
           MOVE 80                          TO LF-LOG-DATA-LENGTH.

           PERFORM 9300-LOG-DATA
              THRU 9300-EXIT.
           .
       7900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        9000-CALL-INFORCE                       *
      * THIS PARAGRAPH WILL CALL F5748ZQG TO HANDLE IO FOR INFORCE FILE*
      * A RECORD-BUSY STATUS (ZQF-RECORD-BUSY) USUALLY MEANS A         *
      * DIG OUT OF TLG_LOG_DATA BY SUBSTR() BYTE POSITION.
           MOVE ZOS-SRC-RACF-ID             TO LF-RACF-ID
           MOVE ZOS-SRV-FUNC-CD             TO LF-SRV-FN-CD
           MOVE WS-EFF-PURPOSE-CD           TO LF-PURPOSE-CD
           MOVE ZOS-REQUEST-STATUS          TO LF-REQUEST-STATUS

           IF WS-LOG-OPER-MODE-OVR NOT = SPACE
      ******************************************************************
       9310-QUEUE-LOG-RECORD.

           PERFORM 9315-TOKENIZE-LOG-PII
              THRU 9315-EXIT.

      * THE UISL QUEUE MUST BE DEFINED ON AN INTRAPARTITION DATA SET
      * WHOSE CI SIZE ACCEPTS ~32K RECORDS. A RECORD THAT EVER GREW
      * PAST THE HALFWORD LIMIT COULD NOT BE QUEUED AT ALL AND IS
           EXIT.
      *
      ******************************************************************
      *                   9315-TOKENIZE-LOG-PII                        *
      * A 'REQUEST', 'RESPONSE', OR 'RESPONSC' ROW CARRIES THE         *
      * COMMAREA ITSELF. F5748TKN SWAPS ITS NAMES, DATES OF BIRTH,     *
      * CONTACT DETAILS, AND HOUSEHOLD ROSTERS FOR TOKENS BEFORE THE   *
      * ROW LEAVES THIS TASK, AND KEEPS THE VALUES IN T_UIS_PII_VAULT. *
      * A VAULT FAILURE STILL LEAVES THE TOKENS IN PLACE - THE ROW IS  *
      * LOGGED WITHOUT THE PERSONAL DATA, IT JUST CANNOT BE REVERSED.  *
      ******************************************************************
       9315-TOKENIZE-LOG-PII.

           IF LF-LOG-TYPE NOT = 'REQUEST'
              AND LF-LOG-TYPE NOT = 'RESPONSE'
              AND LF-LOG-TYPE NOT = 'RESPONSC'
               GO TO 9315-EXIT
           END-IF.

           SET TKN-TOKENIZE                 TO TRUE.
           MOVE SPACES                      TO TKN-RACF-ID.
           MOVE LF-CORRELATION-ID           TO TKN-CORRELATION-ID.
           MOVE LF-LOG-TYPE                 TO TKN-LOG-TYPE.
           MOVE LF-SEG-SEQ                  TO TKN-SEG-SEQ.
           MOVE LF-CUSTOMER-NBR             TO TKN-CUSTOMER-NBR.
           MOVE LF-EMPLOYEE-NBR             TO TKN-EMPLOYEE-NBR.
           MOVE LF-SRV-FN-CD                TO TKN-SRV-FN-CD.
           MOVE LF-LOG-DATA-LENGTH          TO TKN-LOG-DATA-LENGTH.

           CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                      LF-LOG-DATA.

           IF TKN-RETURN-CODE = 12
               DISPLAY 'F5748I00 - PII VAULT INSERT FAILED SQLCODE='
                       TKN-SQLCODE ' CORRELATION ' LF-CORRELATION-ID
                       ' - TOKENS NOT REVERSIBLE'
           END-IF.
           .
       9315-EXIT.
           EXIT.
      *
      ******************************************************************
      *                9320-LOG-RESPONSE-SEGMENTED                     *
      * WRITES THE RESPONSE PAYLOAD (15-BYTE TIMESTAMP PREFIX PLUS     *
      * THE WHOLE DFHCOMMAREA) TO THE LOG. A PAYLOAD THAT FITS THE     *
       9670-EXIT.
           EXIT.
      ******************************************************************
      *                  9680-NOTIFY-SUBSCRIBERS                       *
      * THE UPDATE (OR ITS UNDO) WENT THROUGH AND THE FUNCTION RAISES  *
      * A CHANGE EVENT (UIS_SRV_EVENT_TYPE) - F5748ENP TELLS EVERY     *
      * SUBSCRIBED CALLER BUT THIS ONE ON ITS OWN QUEUE. A DELIVERY    *
      * PROBLEM IS LOGGED THERE FOR F5748EDR AND ONLY TRACED HERE -    *
      * THE CALLER'S REPLY IS NEVER CHANGED BY IT.                     *
      ******************************************************************
       9680-NOTIFY-SUBSCRIBERS.

           INITIALIZE ENP-CALL-AREA.
           MOVE UIS-SRV-EVENT-TYPE          TO ENP-EVENT-TYPE.
           MOVE ZOS-REQUEST-CUST-NUM        TO ENP-CUST-NUM.
           MOVE WS-SEGMENT-ID               TO ENP-SEG-ID.
           MOVE SPACE                       TO ENP-OTHER-SEG-ID.
           MOVE ZOS-SRC-APP-NM              TO ENP-ORIGIN-APP-NM.
           MOVE WS-SRV-PRG                  TO ENP-ORIGIN-PGM.
           MOVE WS-LOG-ID                   TO ENP-CORRELATION-ID.
           STRING 'SRV-FN=' ZOS-SRV-FUNC-CD
                  ' OPERATION=' ZOS-REQUEST-OPERATION
                  DELIMITED BY SIZE INTO ENP-EVENT-DETAIL.

           CALL WS-NOTIFY-PGM USING ENP-CALL-AREA.

           IF ENP-RETURN-CODE NOT = 0
               MOVE '9680-NOTIFY-SUBSCRIBERS' TO WS-TRACE-POINT
               MOVE SPACES                  TO WS-TRACE-DETAIL
               STRING 'CHANGE EVENT ' ENP-EVENT-TYPE
                      ' NOT SENT TO ALL SUBSCRIBERS - SEE '
                      'T_UIS_EVENT_DLVRY'
                      DELIMITED BY SIZE INTO WS-TRACE-DETAIL
               PERFORM 9650-WRITE-TRACE-ROW
                  THRU 9650-EXIT
           END-IF.
           .
       9680-EXIT.
           EXIT.
      ******************************************************************
      *                 9700-INVALIDATE-INF-CACHE                      *
      * AN UPDATE OPERATION JUST WENT THROUGH FOR THIS EMPLOYEE - ANY  *
      * CACHED ROSTER FOR THE HOUSEHOLD (UNDER ANY SEGMENT) IS STALE   *
                                            DELIMITED BY SIZE
                  FUNCTION TRIM(ZOS-REPLY-SRV-DSCR)
                                            DELIMITED BY SIZE
                  '"'                       DELIMITED BY SIZE
                  INTO ZOS-REPLY-JSON
                  WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-PURPOSE-AREA-PRESENT
            AND ZOS-REQUEST-PURPOSE-CD NOT = SPACES
            AND ZOS-REQUEST-PURPOSE-CD NOT = LOW-VALUES
               STRING ',"purposeCd":"'      DELIMITED BY SIZE
                      FUNCTION TRIM(ZOS-REQUEST-PURPOSE-CD)
                                            DELIMITED BY SIZE
                      '"'                   DELIMITED BY SIZE
                      INTO ZOS-REPLY-JSON
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           IF WS-ASYNC-AREA-PRESENT
            AND ZOS-ASYNC-TICKET-ID NOT = SPACES
               STRING ',"asyncTicketId":"'  DELIMITED BY SIZE
                      FUNCTION TRIM(ZOS-ASYNC-TICKET-ID)
                                            DELIMITED BY SIZE
                      '","asyncState":"'    DELIMITED BY SIZE
                      ZOS-ASYNC-TICKET-STATE
                                            DELIMITED BY SIZE
                      '","asyncExpiry":"'   DELIMITED BY SIZE
                      ZOS-ASYNC-EXPIRY-TS   DELIMITED BY SIZE
                      '"'                   DELIMITED BY SIZE
                      INTO ZOS-REPLY-JSON
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           IF WS-STUB-AREA-PRESENT
            AND ZOS-REPLY-IS-STUB
               STRING ',"stubbed":"Y"'      DELIMITED BY SIZE
                      INTO ZOS-REPLY-JSON
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           STRING ',"failures":['           DELIMITED BY SIZE
                  INTO ZOS-REPLY-JSON
                  WITH POINTER WS-JSON-PTR
           END-STRING.
