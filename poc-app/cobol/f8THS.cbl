      *                FIRST FAILURE MESSAGE REBUILT FROM THE LOGGED   *
      *                RESPONSE BYTES THROUGH THE F5748I01 LAYOUT,     *
      *                THE SAME WAY F5748RPL REBUILDS A REPLY.         *
      *                A CLEAN RESPONSE SHOWS THE CUSTOMER NAME IT     *
      *                RETURNED INSTEAD. THE LOGGED PERSONAL DATA IS   *
      *                TOKENIZED; F5748TKN PUTS IT BACK ONLY FOR AN    *
      *                AGENT HOLDING A T_UIS_PII_DETOK_AUTH GRANT AND  *
      *                RECORDS EACH SUCH VIEW ON T_UIS_DISCLOSURE_LOG. *
      *                ANY OTHER AGENT SEES THE TOKEN.                 *
      *                THE TWO NEWEST CUSTOMER SERVICE NOTES ARE       *
      *                SHOWN BELOW THE HISTORY, AND A KEYED NOTE IS    *
      *                ADDED THROUGH F5748I00 TO THE NOTES SERVICE.    *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS PSEUDO-CONVERSATIONAL, TRAN UIST)  *
      *                                                                *
      *                2. F5748I01.CPY  (RESPONSE-ROW OVERLAY)         *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_PII_VAULT (READ, VIA F5748TKN)            *
      *                T_UIS_DISCLOSURE_LOG (INSERT, VIA F5748TKN)     *
      *                T_UIS_PURPOSE_ALLOW (READ)                      *
      *                T_CUST_NOTE (READ)                              *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    THE ADJUSTED DATE OFFERED                   *
      *  2026-09-02 UISAD  EVERY SUCCESSFUL HISTORY DISPLAY WRITES A   *
      *                    T_UIS_VIEW_AUDIT ROW FOR COMPLIANCE         *
      *  2026-10-15 UISAD  ROW DETAIL DETOKENIZES THE LOGGED RESPONSE  *
      *                    FOR ENTITLED AGENTS AND SHOWS THE CUSTOMER  *
      *                    NAME ON A CLEAN REQUEST                     *
      *  2026-10-15 UISAD  MANDATORY PURPOSE-OF-USE CODE, CHECKED      *
      *                    AGAINST T_UIS_PURPOSE_ALLOW BEFORE ANY      *
      *                    HISTORY IS SHOWN AND RECORDED ON THE VIEW   *
      *                    AUDIT ROW                                   *
      *  2026-10-15 UISAD  CUSTOMER SERVICE NOTES - THE TWO NEWEST ARE *
      *                    LISTED ON NOTE1-NOTE2, AND A KEYED NOTE IS  *
      *                    ADDED AS A 'NOTA' UPDATE THROUGH F5748I00   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-TRANSACTION-ID            PIC X(04) VALUE 'UIST'.
           05  WS-MAX-HISTORY-ROWS          PIC 9(02) VALUE 10.
           05  WS-BUS-DATE-SVC              PIC X(08) VALUE 'F5748BDT'.
           05  WS-TOKENIZE-PGM              PIC X(08) VALUE 'F5748TKN'.
      * THE FUNCTION THIS SCREEN'S PURPOSE CODES ARE ALLOWED UNDER ON
      * T_UIS_PURPOSE_ALLOW - SEE 2020-CHECK-PURPOSE-OF-USE.
           05  WS-HISTORY-FUNC-CD           PIC X(04) VALUE 'HIST'.
           05  WS-MAX-NOTE-ROWS             PIC 9(02) VALUE 2.
           05  WS-SRV-CONTROL-PGM           PIC X(08) VALUE 'F5748I00'.
           05  WS-NOTE-UPD-FUNC-CD          PIC X(04) VALUE 'NOTA'.
           05  WS-NOTE-UPD-SRV-NM           PIC X(30) VALUE
               'CUSTOMER NOTES MAINTENANCE   '.
           05  WS-NOTE-UPD-SERVICE-ID       PIC X(50) VALUE
               'UIST-CUSTOMER-NOTES-MAINTAIN                     '.

       01  WS-WORKING-FIELDS.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
           05  WS-DATE-WARN-SW              PIC X(01) VALUE 'N'.
               88  WS-DATE-WARNED                    VALUE 'Y'.
           05  WS-DATE-WARN-MSG             PIC X(60) VALUE SPACES.
           05  WS-PURPOSE-SW                PIC X(01) VALUE 'N'.
               88  WS-PURPOSE-IS-ALLOWED             VALUE 'Y'.
               88  WS-PURPOSE-NOT-ALLOWED            VALUE 'N'.
           05  WS-NOTE-ROWS                 PIC 9(02) VALUE ZEROES.
           05  WS-NOTE-SEQ-DSP              PIC 9(05) VALUE ZEROES.
           05  WS-NOTE-DATE                 PIC X(10) VALUE SPACES.
           05  WS-NOTE-FUP-FLAG             PIC X(01) VALUE SPACE.
           05  WS-NOTE-LINE                 PIC X(78) VALUE SPACES.
           05  WS-NOTE-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-NOTE-EOF                       VALUE 'Y'.

      * F5748BDT COMMAREA - THE CICS FACE OF DB2PGM'S BUSINESS-DATE
      * CALCULATOR, USED FOR THE SEARCH-DATE DEFAULT AND THE KEYED
         'SELECTION MUST BE A DISPLAYED ROW NUMBER (01-10).           '.
           05  WS-ROWS-SHOWN-MSG            PIC X(60) VALUE
         'MOST RECENT ACTIVITY SHOWN - KEY A ROW NUMBER FOR DETAIL.   '.
           05  WS-TOKENIZED-MSG             PIC X(60) VALUE
         'PERSONAL DATA IS TOKENIZED - YOUR ID HAS NO DETOKENIZE GRANT'.
           05  WS-NO-PURPOSE-MSG            PIC X(60) VALUE
         'KEY THE PURPOSE-OF-USE CODE FOR THIS INQUIRY.               '.
           05  WS-PURPOSE-DENIED-MSG        PIC X(60) VALUE
         'PURPOSE-OF-USE CODE NOT ALLOWED FOR TRANSACTION HISTORY.    '.
           05  WS-NOTE-ADDED-MSG            PIC X(60) VALUE
         'NOTE ADDED.                                                 '.

      * THE DISPLAYED PAGE'S CORRELATION IDS AND FAILURE CODES, SAVED
      * SO A ROW SELECTION CAN FETCH ITS DETAIL.

      * RESPONSE-ROW OVERLAY - THE LOGGED BYTES PAST THE 15-BYTE
      * TIMESTAMP PREFIX ARE THE COMMAREA AS RETURNED TO THE CALLER.
      * ALSO THE COMMAREA 2700-ADD-NOTE LINKS TO F5748I00 WITH.
       01  WS-RESPONSE-COMMAREA.
           COPY F5748I01.

       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

       01  FILLER                                PIC X(32) VALUE
           'F5748THS WORKING STORAGE ENDS'.
      *
      * DCLGEN FOR T_UIS_VIEW_AUDIT - SEE 2600-LOG-SCREEN-VIEW
           EXEC SQL INCLUDE F5748VWA     END-EXEC.

      * DCLGEN FOR T_UIS_PURPOSE_ALLOW - SEE 2020-CHECK-PURPOSE-OF-USE
           EXEC SQL INCLUDE F5748PUA     END-EXEC.

      * DCLGEN FOR T_CUST_NOTE - SEE 2800-SHOW-NOTES
           EXEC SQL INCLUDE F5748NTE     END-EXEC.

           EXEC SQL
                DECLARE NOTE-CSR CURSOR FOR
                SELECT NTE_NOTE_SEQ
                     , CHAR(DATE(NTE_NOTE_TS), ISO)
                     , NTE_NOTE_TYPE
                     , NTE_AUTHOR_RACF_ID
                     , NTE_FOLLOWUP_STATUS
                     , NTE_NOTE_TEXT_1
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :CUSTNOI
                 ORDER BY NTE_NOTE_SEQ DESC
           END-EXEC.

      * ROWS F5748RST PULLED BACK FROM THE OFFLOAD GDG
      * (T_UIS_LOG_RESTORE) APPEAR ALONGSIDE THE LIVE ROWS, SO AN
      * OLD TRANSACTION RESTORED FOR AN INCIDENT READS LIKE ANY
                     INTO(F5748S4I)
           END-EXEC.

      * NOTHING ABOUT THE CUSTOMER IS READ UNTIL THE AGENT HAS SAID
      * WHY - A MISSING OR DISALLOWED PURPOSE SHOWS ONLY THE MESSAGE.
           PERFORM 2020-CHECK-PURPOSE-OF-USE
              THRU 2020-EXIT.

           IF WS-PURPOSE-NOT-ALLOWED
               GO TO 2000-SEND-SCREEN
           END-IF.

           PERFORM 2050-CHECK-SEARCH-DATE
              THRU 2050-EXIT.

                  THRU 2300-EXIT
           END-IF.

           PERFORM 2700-ADD-NOTE
              THRU 2700-EXIT.

           PERFORM 2800-SHOW-NOTES
              THRU 2800-EXIT.

       2000-SEND-SCREEN.

           EXEC CICS SEND MAP('F5748SC4')
                     MAPSET('F5748S4')
                     FROM(F5748S4O)
           EXIT.
      *
      ******************************************************************
      *                 2020-CHECK-PURPOSE-OF-USE                      *
      * THE KEYED PURPOSE-OF-USE CODE MUST BE ON T_UIS_PURPOSE_ALLOW - *
      * ACTIVE AND CURRENTLY EFFECTIVE - FOR THIS SCREEN UNDER THE     *
      * 'HIST' FUNCTION (OR '****'), THE SAME TEST F5748I00'S 3090-    *
      * CHECK-PURPOSE-OF-USE APPLIES TO A SERVICE REQUEST. A DB2       *
      * FAILURE ON THE LOOKUP REFUSES THE INQUIRY LIKE A DISALLOWED    *
      * CODE DOES.                                                     *
      ******************************************************************
       2020-CHECK-PURPOSE-OF-USE.

           SET WS-PURPOSE-NOT-ALLOWED       TO TRUE.

           IF PURPCI = SPACES
              OR PURPCI = LOW-VALUES
               MOVE WS-NO-PURPOSE-MSG       TO MSGO
               GO TO 2020-EXIT
           END-IF.

           EXEC SQL
                SELECT PUA_PURPOSE_CD
                INTO   :PUA-PURPOSE-CD
                FROM T_UIS_PURPOSE_ALLOW
                WHERE PUA_SRC_APP_NM  = :WS-NAME-OF-THIS-MODULE
                  AND PUA_SRV_FN_CD  IN (:WS-HISTORY-FUNC-CD, '****')
                  AND PUA_PURPOSE_CD  = :PURPCI
                  AND PUA_STATUS      = 'A'
                  AND PUA_EFF_DATE   <= CURRENT DATE
                  AND PUA_END_DATE   >= CURRENT DATE
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               SET WS-PURPOSE-IS-ALLOWED    TO TRUE
           ELSE
               MOVE WS-PURPOSE-DENIED-MSG   TO MSGO
           END-IF.
           .
       2020-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2050-CHECK-SEARCH-DATE                       *
      * A KEYED SEARCH DATE THAT FALLS ON A WEEKEND OR HOLIDAY (OR IS  *
      * NOT A WELL-FORMED DATE AT ALL) GETS A WARNING WITH THE NEXT    *
      * THE SELECTED ROW'S RESPONSE BYTES ARE OVERLAID ONTO THE        *
      * F5748I01 LAYOUT (PAST THE 15-BYTE TIMESTAMP PREFIX) SO THE     *
      * FAILURE MESSAGES CAN BE SHOWN BY FIELD NAME, NOT BYTE OFFSET.  *
      * THE BYTES ARE DETOKENIZED FIRST (2310) SO AN ENTITLED AGENT    *
      * SEES THE CUSTOMER NAME; FOR ANYONE ELSE IT STAYS A TOKEN.      *
      ******************************************************************
       2300-SHOW-SELECTED-DETAIL.

           END-IF.

           EXEC SQL
                SELECT TLG_LOG_DATA_LENGTH, TLG_LOG_DATA,
                       TLG_EMPLOYEE_NBR,    TLG_SRV_FN_CD,
                       TLG_SEG_SEQ
                  INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA,
                       :TLG-EMPLOYEE-NBR,    :TLG-SRV-FN-CD,
                       :TLG-SEG-SEQ
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CORRELATION_ID =
                       :WS-PAGE-CORREL-ID(WS-SEL-NUM)
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2310-DETOKENIZE-RESPONSE
              THRU 2310-EXIT.

           INITIALIZE WS-RESPONSE-COMMAREA.
           MOVE TLG-LOG-DATA(16:LENGTH OF WS-RESPONSE-COMMAREA)
             TO WS-RESPONSE-COMMAREA.
                      DELIMITED BY SIZE
                      INTO DTLO
           ELSE
               STRING 'COMPLETED OK - CUSTOMER: '
                      ZOS-REPLY-CUST-NM OF WS-RESPONSE-COMMAREA
                      DELIMITED BY SIZE
                      INTO DTLO
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2310-DETOKENIZE-RESPONSE                      *
      * F5748TKN CHECKS THE SIGNED-ON AGENT'S GRANT, RESTORES THE      *
      * LOGGED BYTES IN PLACE, AND WRITES THE DISCLOSURE ROW. A        *
      * REFUSAL IS SHOWN ON THE MESSAGE LINE; THE DETAIL STILL SHOWS,  *
      * WITH THE TOKENS.                                               *
      ******************************************************************
       2310-DETOKENIZE-RESPONSE.

           EXEC CICS ASSIGN
                     USERID(WS-RACF-ID)
           END-EXEC.

           SET TKN-DETOKENIZE               TO TRUE.
           MOVE WS-RACF-ID                  TO TKN-RACF-ID.
           MOVE WS-PAGE-CORREL-ID(WS-SEL-NUM)
                                            TO TKN-CORRELATION-ID.
           MOVE 'RESPONSE'                  TO TKN-LOG-TYPE.
           MOVE TLG-SEG-SEQ                 TO TKN-SEG-SEQ.
           MOVE CUSTNOI                     TO TKN-CUSTOMER-NBR.
           MOVE TLG-EMPLOYEE-NBR            TO TKN-EMPLOYEE-NBR.
           MOVE TLG-SRV-FN-CD               TO TKN-SRV-FN-CD.
           MOVE TLG-LOG-DATA-LENGTH         TO TKN-LOG-DATA-LENGTH.

           CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                      TLG-LOG-DATA.

           IF TKN-RETURN-CODE = 8
               MOVE WS-TOKENIZED-MSG        TO MSGO
           END-IF.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-LOG-SCREEN-VIEW                         *
      * ONE T_UIS_VIEW_AUDIT ROW PER HISTORY PAGE THAT ACTUALLY        *
      * SHOWED THE CUSTOMER'S ACTIVITY - WHO VIEWED WHICH CUSTOMER ON  *
           MOVE CUSTNOI                     TO VWA-CUST-NUM.
           MOVE WS-NAME-OF-THIS-MODULE      TO VWA-SCREEN.
           MOVE 'TRANSACTION HISTORY'       TO VWA-DATA-CATEGORY.
           MOVE PURPCI                      TO VWA-PURPOSE-CD.

           EXEC SQL
                INSERT INTO T_UIS_VIEW_AUDIT
                       , VWA_CUST_NUM
                       , VWA_SCREEN
                       , VWA_VIEW_TS
                       , VWA_DATA_CATEGORY
                       , VWA_PURPOSE_CD )
                VALUES ( :VWA-RACF-ID
                       , :VWA-CUST-NUM
                       , :VWA-SCREEN
                       , CURRENT TIMESTAMP
                       , :VWA-DATA-CATEGORY
                       , :VWA-PURPOSE-CD )
           END-EXEC.

           IF SQLCODE NOT = 0
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2700-ADD-NOTE                           *
      * A KEYED NOTE GOES TO THE NOTES SERVICE (F5748NTS) AS AN UPDATE *
      * THROUGH F5748I00, SO UPDATE AUTHORITY, THE PURPOSE CHECK FOR   *
      * 'NOTA', AND LOGGING APPLY AS FOR ANY API CALLER. AN ADDED NOTE *
      * CLEARS FROM THE SCREEN; A REFUSAL LEAVES IT FOR CORRECTION     *
      * WITH THE REASON ON THE MESSAGE LINE.                           *
      ******************************************************************
       2700-ADD-NOTE.

           INSPECT NTYPEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NTXT1I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NTXT2I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NFUPI  REPLACING ALL LOW-VALUE BY SPACE.

           IF NTYPEI = SPACES
              AND NTXT1I = SPACES
              AND NTXT2I = SPACES
              AND NFUPI = SPACES
               GO TO 2700-EXIT
           END-IF.

           EXEC CICS ASSIGN
                     USERID(WS-RACF-ID)
           END-EXEC.

           INITIALIZE WS-RESPONSE-COMMAREA.

           MOVE WS-RACF-ID                  TO ZOS-SRC-RACF-ID.
           MOVE WS-NAME-OF-THIS-MODULE      TO ZOS-SRC-APP-NM.
           MOVE 'ON'                        TO ZOS-SRC-ENVRN-CD.
           MOVE 'UPDATE'                    TO ZOS-REQUEST-OPERATION.
           MOVE CUSTNOI                     TO ZOS-REQUEST-CUST-NUM.
           MOVE PURPCI                      TO ZOS-REQUEST-PURPOSE-CD.
           MOVE WS-NOTE-UPD-SERVICE-ID      TO ZOS-SERVICE-ID.
           MOVE WS-NOTE-UPD-FUNC-CD         TO ZOS-SRV-FUNC-CD.
           MOVE WS-NOTE-UPD-SRV-NM          TO ZOS-SRV-NM.
           SET ZOS-NOTE-ADD                 TO TRUE.
           MOVE NTYPEI                      TO ZOS-NOTE-REQ-TYPE.
           MOVE NTXT1I                      TO ZOS-NOTE-REQ-TEXT-1.
           MOVE NTXT2I                      TO ZOS-NOTE-REQ-TEXT-2.
           MOVE NFUPI                       TO ZOS-NOTE-REQ-FUP-DATE.

           EXEC CICS LINK PROGRAM(WS-SRV-CONTROL-PGM)
                     COMMAREA(WS-RESPONSE-COMMAREA)
           END-EXEC.

           IF ZOS-SUCCESS OF WS-RESPONSE-COMMAREA
               MOVE WS-NOTE-ADDED-MSG       TO MSGO
               MOVE SPACES                  TO NTYPEO
                                               NTXT1O
                                               NTXT2O
                                               NFUPO
           ELSE
               MOVE ZOS-FAILURE-MESSAGE OF WS-RESPONSE-COMMAREA (1)
                 TO MSGO
           END-IF.
           .
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2800-SHOW-NOTES                          *
      * THE TWO NEWEST NOTES FOR THE CUSTOMER, SO THE AGENT SEES WHAT  *
      * HAPPENED ON THE LAST CALLS. READ ONLY AFTER THE PURPOSE CHECK, *
      * LIKE THE HISTORY ITSELF. A DB2 FAILURE LEAVES THE LINES EMPTY. *
      ******************************************************************
       2800-SHOW-NOTES.

           MOVE ZEROES                      TO WS-NOTE-ROWS.
           MOVE 'N'                         TO WS-NOTE-EOF-SW.
           MOVE SPACES                      TO NOTE1O
                                               NOTE2O.

           EXEC SQL
                OPEN NOTE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2800-EXIT
           END-IF.

           PERFORM 2810-FETCH-NOTE-ROW
              THRU 2810-EXIT
              UNTIL WS-NOTE-EOF
                 OR WS-NOTE-ROWS >= WS-MAX-NOTE-ROWS.

           EXEC SQL
                CLOSE NOTE-CSR
           END-EXEC.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2810-FETCH-NOTE-ROW                        *
      ******************************************************************
       2810-FETCH-NOTE-ROW.

           EXEC SQL
                FETCH NOTE-CSR
                INTO  :NTE-NOTE-SEQ
                     ,:WS-NOTE-DATE
                     ,:NTE-NOTE-TYPE
                     ,:NTE-AUTHOR-RACF-ID
                     ,:NTE-FOLLOWUP-STATUS
                     ,:NTE-NOTE-TEXT-1
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-NOTE-EOF              TO TRUE
               GO TO 2810-EXIT
           END-IF.

           ADD 1                            TO WS-NOTE-ROWS.
           MOVE NTE-NOTE-SEQ                TO WS-NOTE-SEQ-DSP.

           IF NTE-FOLLOWUP-PENDING
               MOVE '*'                     TO WS-NOTE-FUP-FLAG
           ELSE
               MOVE SPACE                   TO WS-NOTE-FUP-FLAG
           END-IF.

           MOVE SPACES                      TO WS-NOTE-LINE.
           STRING WS-NOTE-SEQ-DSP
                  ' '
                  WS-NOTE-DATE
                  ' '
                  NTE-NOTE-TYPE
                  ' '
                  NTE-AUTHOR-RACF-ID
                  ' '
                  WS-NOTE-FUP-FLAG
                  ' '
                  NTE-NOTE-TEXT-1
                  DELIMITED BY SIZE
                  INTO WS-NOTE-LINE.

           IF WS-NOTE-ROWS = 1
               MOVE WS-NOTE-LINE            TO NOTE1O
           ELSE
               MOVE WS-NOTE-LINE            TO NOTE2O
           END-IF.
           .
       2810-EXIT.
           EXIT.

       END PROGRAM F5748THS.
