      *                    ADDRESS/PHONE FIELDS ON THE MAP             *
      *  2026-09-02 UISAD  EVERY SUCCESSFUL CUSTOMER DISPLAY WRITES A  *
      *                    T_UIS_VIEW_AUDIT ROW FOR COMPLIANCE         *
      *  2026-10-15 UISAD  KEYED PURPOSE-OF-USE CODE SENT ON EVERY     *
      *                    REQUEST AND RECORDED ON THE VIEW AUDIT ROW  *
      *  2026-10-15 UISAD  A THIRD LINK THROUGH F5748I00 (F5748ARS)    *
      *                    LISTS THE AUTHORIZED REPRESENTATIVES IN     *
      *                    FORCE ON THE NEW REP1-REP3 LINES            *
      *  2026-10-15 UISAD  CUSTOMER SERVICE NOTES (F5748NTS) - A KEYED *
      *                    NOTE IS ADDED, A KEYED NOTE NUMBER HAS ITS  *
      *                    FOLLOW-UP MARKED DONE, AND THE NEWEST NOTES *
      *                    ARE LISTED ON THE NEW NOTE1-NOTE3 LINES.    *
      *                    THE KEYED FIELDS ARE NOW HELD IN WORKING    *
      *                    STORAGE - REBUILDING THE MAP CLEARED THE    *
      *                    CUSTOMER NUMBER THE LATER LINKS SENT        *
      *  2026-10-15 UISAD  NEW ADRST LINE WARNS WHEN MAIL TO THE       *
      *                    ADDRESS CAME BACK OR THE EMAIL BOUNCED      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               'CUSTOMER CONTACT INQUIRY     '.
           05  WS-CONTACT-SERVICE-ID        PIC X(50) VALUE
               'UISI-CUSTOMER-CONTACT-LOOKUP                     '.
           05  WS-AREP-SRV-FUNC-CD          PIC X(04) VALUE 'AREP'.
           05  WS-AREP-SRV-NM               PIC X(30) VALUE
               'AUTHORIZED REP INQUIRY       '.
           05  WS-AREP-SERVICE-ID           PIC X(50) VALUE
               'UISI-CUSTOMER-AUTH-REP-LOOKUP                    '.
           05  WS-NOTE-SRV-FUNC-CD          PIC X(04) VALUE 'NOTE'.
           05  WS-NOTE-SRV-NM               PIC X(30) VALUE
               'CUSTOMER NOTES INQUIRY       '.
           05  WS-NOTE-SERVICE-ID           PIC X(50) VALUE
               'UISI-CUSTOMER-NOTES-LOOKUP                       '.
           05  WS-NOTE-UPD-FUNC-CD          PIC X(04) VALUE 'NOTA'.
           05  WS-NOTE-UPD-SRV-NM           PIC X(30) VALUE
               'CUSTOMER NOTES MAINTENANCE   '.
           05  WS-NOTE-UPD-SERVICE-ID       PIC X(50) VALUE
               'UISI-CUSTOMER-NOTES-MAINTAIN                     '.
           05  WS-OPEN-ENDED-DATE           PIC X(10) VALUE
                                            '9999-12-31'.
           05  WS-EMAIL-BOUNCED-MSG         PIC X(60) VALUE
               'EMAIL BOUNCED - NO EMAILS UNTIL EMAIL IS UPDATED'.

       01  WS-WORKING-FIELDS.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
      * REPRESENTATIVE LINES - SEE 2600-FETCH-AUTH-REPS
           05  WS-SUB                       PIC S9(04) COMP VALUE ZERO.
           05  WS-REP-SHOWN                 PIC S9(04) COMP VALUE ZERO.
           05  WS-REP-MORE                  PIC 9(02) VALUE ZEROES.
           05  WS-REP-LINE                  PIC X(70) VALUE SPACES.
           05  WS-REP-SCOPE-TEXT            PIC X(12) VALUE SPACES.
           05  WS-REP-EXP-TEXT              PIC X(10) VALUE SPACES.
      * NOTE LINES - SEE 2800-FETCH-NOTES
           05  WS-NOTE-LINE                 PIC X(70) VALUE SPACES.
           05  WS-NOTE-FUP-FLAG             PIC X(01) VALUE SPACE.

      * THE OPERATOR'S KEYED FIELDS, HELD HERE FROM THE RECEIVE ON -
      * 2300 REBUILDS THE MAP OVER THE SAME STORAGE, AND A FIELD NOT
      * KEYED ARRIVES AS LOW-VALUES.
       01  WS-KEYED-FIELDS.
           05  WS-KEY-CUST-NUM              PIC X(10) VALUE SPACES.
           05  WS-KEY-EMPE-ID               PIC X(09) VALUE SPACES.
           05  WS-KEY-PURPOSE-CD            PIC X(04) VALUE SPACES.
           05  WS-KEY-NOTE-TYPE             PIC X(04) VALUE SPACES.
           05  WS-KEY-NOTE-TEXT-1           PIC X(50) VALUE SPACES.
           05  WS-KEY-NOTE-TEXT-2           PIC X(50) VALUE SPACES.
           05  WS-KEY-NOTE-FUP-DATE         PIC X(10) VALUE SPACES.
           05  WS-KEY-NOTE-DONE             PIC X(05) VALUE SPACES.
           05  WS-KEY-NOTE-DONE-N REDEFINES WS-KEY-NOTE-DONE
                                            PIC 9(05).

      * COMMAREA PASSED TO F5748I00 - SAME LAYOUT z/OS CONNECT USES
       01  WS-INQUIRY-COMMAREA.
                     INTO(F5748S1I)
           END-EXEC.

           PERFORM 2050-SAVE-KEYED-FIELDS
              THRU 2050-EXIT.

           PERFORM 2100-BUILD-REQUEST
              THRU 2100-EXIT.

                  THRU 2500-EXIT
               PERFORM 2400-FETCH-CONTACT-DETAIL
                  THRU 2400-EXIT
               PERFORM 2600-FETCH-AUTH-REPS
                  THRU 2600-EXIT
               PERFORM 2700-MAINTAIN-NOTES
                  THRU 2700-EXIT
               PERFORM 2800-FETCH-NOTES
                  THRU 2800-EXIT
           END-IF.

           EXEC CICS SEND MAP('F5748SC1')
           EXIT.
      *
      ******************************************************************
      *                   2050-SAVE-KEYED-FIELDS                       *
      ******************************************************************
       2050-SAVE-KEYED-FIELDS.

           MOVE CUSTNOI                     TO WS-KEY-CUST-NUM.
           MOVE EMPIDI                      TO WS-KEY-EMPE-ID.
           MOVE PURPCI                      TO WS-KEY-PURPOSE-CD.
           MOVE NTYPEI                      TO WS-KEY-NOTE-TYPE.
           MOVE NTXT1I                      TO WS-KEY-NOTE-TEXT-1.
           MOVE NTXT2I                      TO WS-KEY-NOTE-TEXT-2.
           MOVE NFUPI                       TO WS-KEY-NOTE-FUP-DATE.
           MOVE NDONEI                      TO WS-KEY-NOTE-DONE.

           INSPECT WS-KEYED-FIELDS
                   REPLACING ALL LOW-VALUE BY SPACE.
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-BUILD-REQUEST                        *
      ******************************************************************
       2100-BUILD-REQUEST.
           MOVE WS-NAME-OF-THIS-MODULE      TO ZOS-SRC-APP-NM.
           MOVE 'ON'                        TO ZOS-SRC-ENVRN-CD.
           MOVE 'INQUIRY'                   TO ZOS-REQUEST-OPERATION.
           MOVE WS-KEY-CUST-NUM             TO ZOS-REQUEST-CUST-NUM.
           MOVE WS-KEY-EMPE-ID              TO ZOS-REQUEST-EMPE-ID.
           MOVE 'UIS'                       TO ZOS-REQUEST-ADDTNL-AREA.
           MOVE WS-KEY-PURPOSE-CD           TO ZOS-REQUEST-PURPOSE-CD.
           MOVE WS-INQUIRY-SERVICE-ID       TO ZOS-SERVICE-ID.
           MOVE WS-INQUIRY-SRV-FUNC-CD      TO ZOS-SRV-FUNC-CD.
           MOVE WS-INQUIRY-SRV-NM           TO ZOS-SRV-NM.
       2300-BUILD-RESPONSE-MAP.

           MOVE LOW-VALUES                  TO F5748S1O.
           MOVE WS-KEY-CUST-NUM             TO CUSTNOO.
           MOVE WS-KEY-EMPE-ID              TO EMPIDO.
           MOVE WS-KEY-PURPOSE-CD           TO PURPCO.
           MOVE WS-KEY-NOTE-TYPE            TO NTYPEO.
           MOVE WS-KEY-NOTE-TEXT-1          TO NTXT1O.
           MOVE WS-KEY-NOTE-TEXT-2          TO NTXT2O.
           MOVE WS-KEY-NOTE-FUP-DATE        TO NFUPO.
           MOVE WS-KEY-NOTE-DONE            TO NDONEO.

           IF ZOS-SUCCESS
               MOVE ZOS-REPLY-CUST-NM        TO CUSTNMO
      * (F5748CCS) FILLS THE ADDRESS/PHONE FIELDS THE 360 VIEW USED    *
      * TO LEAVE BLANK. A CUSTOMER WITH NO CONTACT ROW JUST LEAVES     *
      * THE FIELDS EMPTY - THE LOOKUP RESULT ON THE SCREEN STANDS.     *
      * ADRST WARNS THE AGENT WHEN NOTHING CAN BE SENT TO THE ADDRESS  *
      * (MAIL RETURNED) OR THE EMAIL (BOUNCED) UNTIL IT IS UPDATED.    *
      ******************************************************************
       2400-FETCH-CONTACT-DETAIL.

                      DELIMITED BY SIZE
                      INTO CTYSTZO
               MOVE ZOS-CONTACT-RPY-PHONE    TO PHONEO
               EVALUATE TRUE
                   WHEN ZOS-ADQ-RPY-MAIL-RETURNED
                       MOVE SPACES           TO ADRSTO
                       STRING 'MAIL RETURNED '
                              ZOS-ADQ-RPY-MAIL-RETURN-DATE
                              ' - NO MAILINGS UNTIL ADDRESS IS UPDATED'
                              DELIMITED BY SIZE
                              INTO ADRSTO
                   WHEN ZOS-ADQ-RPY-EMAIL-BOUNCED
                       MOVE WS-EMAIL-BOUNCED-MSG
                                             TO ADRSTO
                   WHEN OTHER
                       MOVE SPACES           TO ADRSTO
               END-EVALUATE
           END-IF.
           .
       2400-EXIT.
       2500-LOG-SCREEN-VIEW.

           MOVE WS-RACF-ID                  TO VWA-RACF-ID.
           MOVE WS-KEY-CUST-NUM             TO VWA-CUST-NUM.
           MOVE WS-NAME-OF-THIS-MODULE      TO VWA-SCREEN.
           MOVE 'CUSTOMER PROFILE'          TO VWA-DATA-CATEGORY.
           MOVE WS-KEY-PURPOSE-CD           TO VWA-PURPOSE-CD.

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
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-FETCH-AUTH-REPS                         *
      * THIRD DRIVE THROUGH F5748I00 - THE REPRESENTATIVE INQUIRY      *
      * (F5748ARS). ONLY THE APPOINTMENTS IN FORCE TODAY ARE SHOWN,    *
      * SO THE AGENT CAN SEE AT A GLANCE WHO MAY ACT FOR THE CUSTOMER. *
      * MORE THAN THREE TURNS THE LAST LINE INTO A "+ N MORE" LINE.    *
      * A FAILED OR UNENTITLED LOOKUP JUST LEAVES THE LINES EMPTY.     *
      ******************************************************************
       2600-FETCH-AUTH-REPS.

           PERFORM 2100-BUILD-REQUEST
              THRU 2100-EXIT.

           MOVE WS-AREP-SERVICE-ID          TO ZOS-SERVICE-ID.
           MOVE WS-AREP-SRV-FUNC-CD         TO ZOS-SRV-FUNC-CD.
           MOVE WS-AREP-SRV-NM              TO ZOS-SRV-NM.

           PERFORM 2200-CALL-SERVICE-CONTROL
              THRU 2200-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2600-EXIT
           END-IF.

           MOVE ZERO                        TO WS-REP-SHOWN.

           PERFORM 2610-ONE-REP-LINE
              THRU 2610-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > ZOS-AREP-RPY-COUNT.

           IF WS-REP-SHOWN > 3
               COMPUTE WS-REP-MORE = WS-REP-SHOWN - 2
               MOVE SPACES                  TO REP3O
               IF ZOS-AREP-RPY-HAS-MORE
                   STRING '+ ' WS-REP-MORE
                          ' OR MORE - SEE REPRESENTATIVE INQUIRY'
                          DELIMITED BY SIZE
                          INTO REP3O
               ELSE
                   STRING '+ ' WS-REP-MORE
                          ' MORE - SEE REPRESENTATIVE INQUIRY'
                          DELIMITED BY SIZE
                          INTO REP3O
               END-IF
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2610-ONE-REP-LINE                           *
      * NAME, RELATIONSHIP, SCOPE, AND EXPIRY FOR ONE APPOINTMENT IN   *
      * FORCE. THE REPLY LISTS THOSE IN FORCE FIRST.                   *
      ******************************************************************
       2610-ONE-REP-LINE.

           IF ZOS-AREP-RPY-ACTIVE-IND(WS-SUB) NOT = 'Y'
               GO TO 2610-EXIT
           END-IF.

           ADD 1                            TO WS-REP-SHOWN.

           IF WS-REP-SHOWN > 3
               GO TO 2610-EXIT
           END-IF.

           IF ZOS-AREP-RPY-SCOPE(WS-SUB) = 'U'
               MOVE 'INQ+UPDATE'            TO WS-REP-SCOPE-TEXT
           ELSE
               MOVE 'INQUIRY ONLY'          TO WS-REP-SCOPE-TEXT
           END-IF.

           IF ZOS-AREP-RPY-EXP-DATE(WS-SUB) = WS-OPEN-ENDED-DATE
               MOVE 'OPEN-ENDED'            TO WS-REP-EXP-TEXT
           ELSE
               MOVE ZOS-AREP-RPY-EXP-DATE(WS-SUB)
                                            TO WS-REP-EXP-TEXT
           END-IF.

           MOVE SPACES                      TO WS-REP-LINE.
           STRING ZOS-AREP-RPY-NAME(WS-SUB)(1:34)
                  ' '
                  ZOS-AREP-RPY-REL-TYPE(WS-SUB)
                  ' '
                  WS-REP-SCOPE-TEXT
                  ' TO '
                  WS-REP-EXP-TEXT
                  DELIMITED BY SIZE
                  INTO WS-REP-LINE.

           EVALUATE WS-REP-SHOWN
               WHEN 1
                   MOVE WS-REP-LINE         TO REP1O
               WHEN 2
                   MOVE WS-REP-LINE         TO REP2O
               WHEN 3
                   MOVE WS-REP-LINE         TO REP3O
           END-EVALUATE.
           .
       2610-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2700-MAINTAIN-NOTES                         *
      * A KEYED NOTE IS ADDED, AND A KEYED NOTE NUMBER HAS ITS         *
      * FOLLOW-UP MARKED DONE, EACH AS AN UPDATE THROUGH F5748I00 TO   *
      * THE NOTES SERVICE (F5748NTS) - SO UPDATE AUTHORITY, PURPOSE OF *
      * USE, AND LOGGING APPLY AS FOR ANY API CALLER. WHAT WAS DONE    *
      * CLEARS FROM THE SCREEN; A REFUSAL LEAVES THE KEYED FIELDS FOR  *
      * CORRECTION WITH THE REASON ON THE MESSAGE LINE.                *
      ******************************************************************
       2700-MAINTAIN-NOTES.

           IF WS-KEY-NOTE-TYPE NOT = SPACES
            OR WS-KEY-NOTE-TEXT-1 NOT = SPACES
            OR WS-KEY-NOTE-TEXT-2 NOT = SPACES
            OR WS-KEY-NOTE-FUP-DATE NOT = SPACES
               PERFORM 2710-ADD-NOTE
                  THRU 2710-EXIT
           END-IF.

           IF WS-KEY-NOTE-DONE NOT = SPACES
               PERFORM 2720-FOLLOWUP-DONE
                  THRU 2720-EXIT
           END-IF.
           .
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2710-ADD-NOTE                            *
      ******************************************************************
       2710-ADD-NOTE.

           PERFORM 2100-BUILD-REQUEST
              THRU 2100-EXIT.

           MOVE 'UPDATE'                    TO ZOS-REQUEST-OPERATION.
           MOVE WS-NOTE-UPD-SERVICE-ID      TO ZOS-SERVICE-ID.
           MOVE WS-NOTE-UPD-FUNC-CD         TO ZOS-SRV-FUNC-CD.
           MOVE WS-NOTE-UPD-SRV-NM          TO ZOS-SRV-NM.
           SET ZOS-NOTE-ADD                 TO TRUE.
           MOVE WS-KEY-NOTE-TYPE            TO ZOS-NOTE-REQ-TYPE.
           MOVE WS-KEY-NOTE-TEXT-1          TO ZOS-NOTE-REQ-TEXT-1.
           MOVE WS-KEY-NOTE-TEXT-2          TO ZOS-NOTE-REQ-TEXT-2.
           MOVE WS-KEY-NOTE-FUP-DATE        TO ZOS-NOTE-REQ-FUP-DATE.

           PERFORM 2200-CALL-SERVICE-CONTROL
              THRU 2200-EXIT.

           IF ZOS-SUCCESS
               MOVE 'NOTE ADDED'            TO MSGO
               MOVE SPACES                  TO NTYPEO
                                               NTXT1O
                                               NTXT2O
                                               NFUPO
           ELSE
               MOVE ZOS-FAILURE-MESSAGE(1)  TO MSGO
           END-IF.
           .
       2710-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2720-FOLLOWUP-DONE                         *
      ******************************************************************
       2720-FOLLOWUP-DONE.

           IF WS-KEY-NOTE-DONE NOT NUMERIC
               MOVE 'NOTE NUMBER FOR FOLLOW-UP DONE MUST BE NUMERIC.'
                 TO MSGO
               GO TO 2720-EXIT
           END-IF.

           PERFORM 2100-BUILD-REQUEST
              THRU 2100-EXIT.

           MOVE 'UPDATE'                    TO ZOS-REQUEST-OPERATION.
           MOVE WS-NOTE-UPD-SERVICE-ID      TO ZOS-SERVICE-ID.
           MOVE WS-NOTE-UPD-FUNC-CD         TO ZOS-SRV-FUNC-CD.
           MOVE WS-NOTE-UPD-SRV-NM          TO ZOS-SRV-NM.
           SET ZOS-NOTE-FOLLOWUP-DONE       TO TRUE.
           MOVE WS-KEY-NOTE-DONE-N          TO ZOS-NOTE-REQ-SEQ.

           PERFORM 2200-CALL-SERVICE-CONTROL
              THRU 2200-EXIT.

           IF ZOS-SUCCESS
               MOVE 'FOLLOW-UP MARKED DONE' TO MSGO
               MOVE SPACES                  TO NDONEO
           ELSE
               MOVE ZOS-FAILURE-MESSAGE(1)  TO MSGO
           END-IF.
           .
       2720-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2800-FETCH-NOTES                           *
      * FOURTH DRIVE THROUGH F5748I00 - THE NOTES INQUIRY (F5748NTS).  *
      * THE THREE NEWEST NOTES ARE LISTED, SO THE AGENT SEES WHAT      *
      * HAPPENED ON THE LAST CALLS BEFORE SAYING ANYTHING. A FAILED    *
      * OR UNENTITLED LOOKUP JUST LEAVES THE LINES EMPTY.              *
      ******************************************************************
       2800-FETCH-NOTES.

           PERFORM 2100-BUILD-REQUEST
              THRU 2100-EXIT.

           MOVE WS-NOTE-SERVICE-ID          TO ZOS-SERVICE-ID.
           MOVE WS-NOTE-SRV-FUNC-CD         TO ZOS-SRV-FUNC-CD.
           MOVE WS-NOTE-SRV-NM              TO ZOS-SRV-NM.

           PERFORM 2200-CALL-SERVICE-CONTROL
              THRU 2200-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 2800-EXIT
           END-IF.

           PERFORM 2810-ONE-NOTE-LINE
              THRU 2810-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > ZOS-NOTE-RPY-COUNT
                 OR WS-SUB > 3.
           .
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2810-ONE-NOTE-LINE                         *
      * NUMBER, DATE, TYPE, AUTHOR, A '*' WHILE A FOLLOW-UP IS         *
      * PENDING, AND AS MUCH OF THE TEXT AS FITS.                      *
      ******************************************************************
       2810-ONE-NOTE-LINE.

           IF ZOS-NOTE-RPY-FUP-STATUS(WS-SUB) = 'P'
               MOVE '*'                     TO WS-NOTE-FUP-FLAG
           ELSE
               MOVE SPACE                   TO WS-NOTE-FUP-FLAG
           END-IF.

           MOVE SPACES                      TO WS-NOTE-LINE.
           STRING ZOS-NOTE-RPY-SEQ(WS-SUB)
                  ' '
                  ZOS-NOTE-RPY-TS(WS-SUB)(1:10)
                  ' '
                  ZOS-NOTE-RPY-TYPE(WS-SUB)
                  ' '
                  ZOS-NOTE-RPY-AUTHOR(WS-SUB)
                  ' '
                  WS-NOTE-FUP-FLAG
                  ' '
                  ZOS-NOTE-RPY-TEXT-1(WS-SUB)
                  DELIMITED BY SIZE
                  INTO WS-NOTE-LINE.

           EVALUATE WS-SUB
               WHEN 1
                   MOVE WS-NOTE-LINE        TO NOTE1O
               WHEN 2
                   MOVE WS-NOTE-LINE        TO NOTE2O
               WHEN 3
                   MOVE WS-NOTE-LINE        TO NOTE3O
           END-EVALUATE.
           .
       2810-EXIT.
           EXIT.

       END PROGRAM F5748SCR.
