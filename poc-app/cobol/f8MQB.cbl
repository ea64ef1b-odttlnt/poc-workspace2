      *                SO AN MQ-ORIGINATED TRANSACTION IS TRACEABLE    *
      *                WITH F5748TRC LIKE ANY OTHER.                   *
      *                                                                *
      *                EVERY REQUEST MUST BE SIGNED BY ITS CALLER: AN  *
      *                HMAC-SHA-256 OVER THE MESSAGE UP TO THE         *
      *                SIGNATURE, UNDER THE CALLER'S KEY NAMED IN THE  *
      *                MESSAGE AND EFFECTIVE TODAY ON                  *
      *                T_UIS_MQ_CALLER_KEY FOR THE HEADER'S SOURCE     *
      *                APPLICATION (TWO KEYS MAY OVERLAP WHILE ONE IS  *
      *                ROTATED OUT). AN UNSIGNED MESSAGE, AN UNKNOWN   *
      *                OR OUT-OF-DATE KEY, OR A SIGNATURE THAT DOES    *
      *                NOT MATCH IS REFUSED: F5748I00 IS NOT DRIVEN,   *
      *                NO REPLY IS SENT, THE MESSAGE IS PUT AS         *
      *                RECEIVED TO UIS.REQUEST.PARK FOR INVESTIGATION, *
      *                AND A LEVEL-3 T_UIS_ALERT ROW IS RAISED UNDER   *
      *                F5748MQB (FUNCTION CODE 'MQSG'), ROLLED UP TO   *
      *                ONE ROW A DAY. EACH REPLY IS SIGNED THE SAME    *
      *                WAY WITH THE KEY THE REQUEST WAS SIGNED WITH,   *
      *                SO THE CALLER CAN VERIFY IT CAME FROM HERE.     *
      *                SIGNING IS DONE BY F5748MQS (ICSF).             *
      *                                                                *
      *  ENVIRONMENT:  BATCH. MUST RUN IN A CICS-ENABLED BATCH REGION  *
      *                (SEE F5748BLK) WITH AN MQ CLIENT/BINDINGS       *
      *                LIBRARY AT LINK TIME (SEE MQRECV). ICSF         *
      *                REQUIRED (F5748MQS).                            *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - QUEUE MANAGER NAME (01-48)           *
      *                                                                *
      *  INPUT:        UIS.REQUEST.QUEUE - ONE REQUEST PER MESSAGE:    *
      *                   01-48   REPLY-TO QUEUE NAME                  *
      *                   49-271  ZOS-REQUEST-HEADER (F5748I01 LAYOUT) *
      *                   272-275 PURPOSE-OF-USE CODE                  *
      *                           (ZOS-REQUEST-PURPOSE-CD)             *
      *                   276-283 SIGNING KEY ID (T_UIS_MQ_CALLER_KEY) *
      *                   284-347 SIGNATURE - HMAC-SHA-256 OF BYTES    *
      *                           1-283 AS 64 UPPER-CASE HEX DIGITS    *
      *                                                                *
      *  OUTPUT:       ONE REPLY MESSAGE PER REQUEST, PUT TO THE       *
      *                MESSAGE'S OWN REPLY-TO QUEUE, CARRYING THE      *
      *                LOG CORRELATION ID, STATUS, AND THE SAME        *
      *                REPLY/FAILURE SUMMARY F5748BLK WRITES TO        *
      *                BULKOUT, ENDING WITH THE REQUEST'S KEY ID       *
      *                (339-346) AND THE SIGNATURE OF BYTES 1-346      *
      *                UNDER THAT KEY (347-410).                       *
      *                UIS.REQUEST.PARK - EACH REFUSED REQUEST MESSAGE *
      *                AS RECEIVED.                                    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_MQ_CALLER_KEY        (READ)               *
      *                T_UIS_ALERT                (READ/INSERT/UPDATE) *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  REQUEST MESSAGE CARRIES THE CALLER'S        *
      *                    PURPOSE-OF-USE CODE AFTER THE HEADER        *
      *  2026-10-15 UISAD  REQUESTS MUST BE SIGNED - UNSIGNED OR BADLY *
      *                    SIGNED MESSAGES ARE PARKED AND ALERTED;     *
      *                    REPLIES ARE SIGNED                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      * MQGET REASON CODE MEANING THE QUEUE HAS NO MORE MESSAGES
           05  WS-MQRC-NO-MSG-AVAILABLE     PIC S9(09) COMP
                                             VALUE 2033.
           05  WS-SIGN-PGM                  PIC X(08) VALUE 'F5748MQS'.
           05  WS-ALERT-FN-CD               PIC X(04) VALUE 'MQSG'.
           05  WS-ALERT-LVL                 PIC 9(01) VALUE 3.

       01  WS-WORKING-FIELDS.
           05  WS-SIGNED-LEN                PIC S9(09) COMP VALUE ZERO.
           05  WS-REFUSE-REASON             PIC X(08) VALUE SPACES.
           05  WS-PARK-RESULT               PIC X(10) VALUE SPACES.
           05  WS-ALERT-CORREL-ID           PIC X(50) VALUE SPACES.
           05  WS-ALERT-TEXT                PIC X(200) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-PARM-QMGR                 PIC X(48) VALUE SPACES.
           05  WS-REPLY-PUT-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-REPLY-FAIL-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-BAD-REQUEST-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-UNSIGNED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-NO-KEY-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-BAD-SIGNATURE-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-SIGNER-FAIL-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-PARKED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-PARK-FAIL-COUNT           PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-QUEUE-EMPTY-SW            PIC X(01) VALUE 'N'.
               88  WS-QUEUE-IS-EMPTY                  VALUE 'Y'.
           05  WS-SIGNATURE-SW              PIC X(01) VALUE 'N'.
               88  WS-SIGNATURE-IS-GOOD               VALUE 'Y'.

       01  WS-MQ-AREA.
           05  WS-MQ-QMGR                   PIC X(48) VALUE SPACES.
      * SEPARATE HANDLE FOR THE PER-MESSAGE REPLY-TO QUEUE SO THE
      * REQUEST QUEUE STAYS OPEN ACROSS THE WHOLE DRAIN.
           05  WS-MQ-REPLY-HOBJ             PIC S9(09) COMP VALUE ZERO.
      * REFUSED REQUESTS ARE PARKED HERE, AS RECEIVED.
           05  WS-MQ-PARK-QNAME             PIC X(48) VALUE
                                            'UIS.REQUEST.PARK'.
           05  WS-MQ-PARK-HOBJ              PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-OPENOPTIONS            PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-COMPCODE               PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-REASON                 PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-CORRELID               PIC X(24) VALUE SPACES.

      * INBOUND REQUEST MESSAGE - REPLY-TO QUEUE NAME FOLLOWED BY THE
      * REQUEST HEADER EXACTLY AS ZOS-SRV-CNTRL-PGM-REQUEST LAYS IT OUT,
      * THEN THE PRODUCER'S PURPOSE-OF-USE CODE. A PRODUCER STILL
      * SENDING THE SHORTER MESSAGE ARRIVES WITH SPACES THERE, WHICH
      * F5748I00 REJECTS LIKE ANY OTHER CALLER WITHOUT A PURPOSE.
      * THE CALLER'S KEY ID AND SIGNATURE FOLLOW; THE SIGNATURE MUST
      * STAY THE LAST FIELD - IT COVERS EVERY BYTE BEFORE IT.
       01  WS-MQ-REQUEST-MSG.
           05  WS-REQ-REPLY-TO-QNAME        PIC X(48) VALUE SPACES.
           05  WS-REQ-HEADER                PIC X(223) VALUE SPACES.
           05  WS-REQ-HEADER-R REDEFINES WS-REQ-HEADER.
               10  WS-REQ-SRC-RACF-ID       PIC X(08).
               10  WS-REQ-SRC-APP-NM        PIC X(10).
               10  FILLER                   PIC X(205).
           05  WS-REQ-PURPOSE-CD            PIC X(04) VALUE SPACES.
           05  WS-REQ-KEY-ID                PIC X(08) VALUE SPACES.
           05  WS-REQ-SIGNATURE             PIC X(64) VALUE SPACES.

      * OUTBOUND REPLY MESSAGE - THE SAME REPLY/FAILURE SUMMARY
      * F5748BLK WRITES PER BULKOUT RECORD, PREFIXED WITH THE LOG
           05  WS-RPY-REPLY-CUST-NM         PIC X(50) VALUE SPACES.
           05  WS-RPY-REPLY-EMPE-FRST-NM    PIC X(50) VALUE SPACES.
           05  WS-RPY-REPLY-EMPE-LST-NM     PIC X(50) VALUE SPACES.
           05  WS-RPY-KEY-ID                PIC X(08) VALUE SPACES.
           05  WS-RPY-SIGNATURE             PIC X(64) VALUE SPACES.

      * THE SAME CORRELATION ID 9300-LOG-DATA BUILDS INTO WS-LOG-ID -
      * TRANID, TASK NUMBER, REQUEST TIMESTAMP.
       01  WS-BRIDGE-COMMAREA.
           COPY F5748I01.

       01  MQS-CALL-AREA.
           COPY F5748MQA REPLACING ==:FD:== BY ==MQS==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_MQ_CALLER_KEY
           EXEC SQL INCLUDE F5748MQK     END-EXEC.

      * DCLGEN FOR T_UIS_ALERT
           EXEC SQL INCLUDE F5748ALT     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748MQB WORKING STORAGE ENDS'.
      *
      *
      ******************************************************************
      *                   4000-BRIDGE-ONE-REQUEST                      *
      * GETS THE NEXT REQUEST MESSAGE, CHECKS ITS SIGNATURE, DRIVES    *
      * IT THROUGH F5748I00, AND PUTS THE REPLY TO THE MESSAGE'S OWN   *
      * REPLY-TO QUEUE. A REFUSED MESSAGE IS PARKED AND ALERTED. AN    *
      * EMPTY-QUEUE REASON ENDS THE DRAIN NORMALLY; ANY OTHER MQGET    *
      * FAILURE ALSO ENDS THE DRAIN BUT IS REPORTED.                   *
      ******************************************************************

           ADD 1                              TO WS-DRAIN-COUNT.

           PERFORM 4050-VERIFY-SIGNATURE
              THRU 4050-EXIT.

           IF NOT WS-SIGNATURE-IS-GOOD
               PERFORM 4060-PARK-REQUEST
                  THRU 4060-EXIT
               PERFORM 7000-RAISE-SIGNATURE-ALERT
                  THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.

      * A MESSAGE WITH NO REPLY-TO QUEUE HAS NOWHERE TO SEND THE
      * REPLY - IT IS COUNTED AND REPORTED, NOT DRIVEN, SO A BAD
      * PRODUCER CANNOT BURN AN UPDATE IT CAN NEVER SEE THE RESULT OF.
           EXIT.
      *
      ******************************************************************
      *                   4050-VERIFY-SIGNATURE                        *
      * LOOKS UP THE KEY THE MESSAGE NAMES FOR ITS SOURCE APPLICATION, *
      * EFFECTIVE TODAY, AND RECOMPUTES THE SIGNATURE OVER EVERY BYTE  *
      * BEFORE IT. ONLY AN EXACT MATCH SETS WS-SIGNATURE-IS-GOOD; THE  *
      * KEY LABEL IS LEFT IN MQK-KEY-LABEL TO SIGN THE REPLY WITH.     *
      ******************************************************************
       4050-VERIFY-SIGNATURE.

           MOVE 'N'                           TO WS-SIGNATURE-SW.
           MOVE SPACES                        TO WS-REFUSE-REASON.

           IF WS-REQ-KEY-ID = SPACES
            OR WS-REQ-SIGNATURE = SPACES
               MOVE 'UNSIGNED'                TO WS-REFUSE-REASON
               ADD 1                          TO WS-UNSIGNED-COUNT
               GO TO 4050-EXIT
           END-IF.

           EXEC SQL
                SELECT MQK_KEY_LABEL
                  INTO :MQK-KEY-LABEL
                  FROM T_UIS_MQ_CALLER_KEY
                 WHERE MQK_SRC_APP_NM = :WS-REQ-SRC-APP-NM
                   AND MQK_KEY_ID     = :WS-REQ-KEY-ID
                   AND MQK_EFF_DATE  <= CURRENT DATE
                   AND MQK_END_DATE  >= CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748MQB - CALLER KEY READ FAILED SQLCODE='
                            SQLCODE
               END-IF
               MOVE 'NO KEY'                  TO WS-REFUSE-REASON
               ADD 1                          TO WS-NO-KEY-COUNT
               GO TO 4050-EXIT
           END-IF.

           COMPUTE WS-SIGNED-LEN = LENGTH OF WS-MQ-REQUEST-MSG
                                 - LENGTH OF WS-REQ-SIGNATURE.

           MOVE MQK-KEY-LABEL                 TO MQS-KEY-LABEL.
           MOVE WS-SIGNED-LEN                 TO MQS-TEXT-LEN.
           MOVE SPACES                        TO MQS-TEXT.
           MOVE WS-MQ-REQUEST-MSG(1:WS-SIGNED-LEN)
             TO MQS-TEXT.

           CALL WS-SIGN-PGM USING MQS-CALL-AREA.

           IF MQS-RETURN-CODE NOT = 0
               DISPLAY 'F5748MQB - SIGNATURE CHECK FAILED RC='
                        MQS-RETURN-CODE ' REASON=' MQS-REASON-CODE
               MOVE 'ICSF ERR'                TO WS-REFUSE-REASON
               ADD 1                          TO WS-SIGNER-FAIL-COUNT
               GO TO 4050-EXIT
           END-IF.

           IF MQS-SIGNATURE NOT = WS-REQ-SIGNATURE
               MOVE 'BAD SIG'                 TO WS-REFUSE-REASON
               ADD 1                          TO WS-BAD-SIGNATURE-COUNT
               GO TO 4050-EXIT
           END-IF.

           SET WS-SIGNATURE-IS-GOOD           TO TRUE.
           .
       4050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4060-PARK-REQUEST                          *
      * PUTS A REFUSED REQUEST, AS RECEIVED AND WITH ITS OWN MQMD      *
      * CORRELATION ID, TO UIS.REQUEST.PARK FOR INVESTIGATION. A       *
      * FAILED PARK IS COUNTED AND REPORTED - THE ALERT STILL GOES.    *
      ******************************************************************
       4060-PARK-REQUEST.

           MOVE 'NOT PARKED'                  TO WS-PARK-RESULT.
           MOVE WS-MQ-OPTION-OUTPUT           TO WS-MQ-OPENOPTIONS.

           CALL 'MQOPEN' USING WS-MQ-HCONN
                                WS-MQ-PARK-QNAME
                                WS-MQ-OPENOPTIONS
                                WS-MQ-PARK-HOBJ
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
               ADD 1                          TO WS-PARK-FAIL-COUNT
               DISPLAY 'F5748MQB - PARK MQOPEN FAILED COMPCODE='
                        WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
               GO TO 4060-EXIT
           END-IF.

           MOVE LENGTH OF WS-MQ-REQUEST-MSG    TO WS-MQ-MSGLENGTH.

           CALL 'MQPUT' USING WS-MQ-HCONN
                               WS-MQ-PARK-HOBJ
                               WS-MQ-MSGLENGTH
                               WS-MQ-REQUEST-MSG
                               WS-MQ-CORRELID
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE = 0
               ADD 1                          TO WS-PARKED-COUNT
               MOVE 'PARKED'                  TO WS-PARK-RESULT
           ELSE
               ADD 1                          TO WS-PARK-FAIL-COUNT
               DISPLAY 'F5748MQB - PARK MQPUT FAILED COMPCODE='
                        WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
           END-IF.

           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                 WS-MQ-PARK-HOBJ
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           .
       4060-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4100-DRIVE-SERVICE                         *
      * REBUILDS THE F5748I00 COMMAREA FROM THE MESSAGE HEADER AND     *
      * LINKS TO F5748I00 - THE SAME DRIVE F5748BLK MAKES PER BULKIN   *

           MOVE WS-REQ-HEADER
             TO ZOS-SRV-CNTRL-PGM-REQUEST.
           MOVE WS-REQ-PURPOSE-CD            TO ZOS-REQUEST-PURPOSE-CD.

           EXEC CICS LINK PROGRAM('F5748I00')
                     COMMAREA(WS-BRIDGE-COMMAREA)
      * WITH THE LOG CORRELATION ID IN BOTH THE MESSAGE BODY AND THE   *
      * MQMD CORRELATION ID (TRUNCATED TO 24 THE SAME WAY 9400-        *
      * PUBLISH-MQ-ALERT TRUNCATES IT), AND CLOSES THE QUEUE AGAIN -   *
      * EACH MESSAGE CAN NAME A DIFFERENT REPLY-TO QUEUE. THE REPLY    *
      * IS SIGNED WITH THE KEY THE REQUEST WAS SIGNED WITH; A REPLY    *
      * THAT CANNOT BE SIGNED IS NOT PUT - THE CALLER WOULD REFUSE IT. *
      ******************************************************************
       4200-PUT-REPLY.

               MOVE ZOS-FAILURE-MESSAGE(1)    TO WS-RPY-FAILURE-MSG
           END-IF.

           MOVE WS-REQ-KEY-ID                 TO WS-RPY-KEY-ID.

           COMPUTE WS-SIGNED-LEN = LENGTH OF WS-MQ-REPLY-MSG
                                 - LENGTH OF WS-RPY-SIGNATURE.

           MOVE MQK-KEY-LABEL                 TO MQS-KEY-LABEL.
           MOVE WS-SIGNED-LEN                 TO MQS-TEXT-LEN.
           MOVE SPACES                        TO MQS-TEXT.
           MOVE WS-MQ-REPLY-MSG(1:WS-SIGNED-LEN)
             TO MQS-TEXT.

           CALL WS-SIGN-PGM USING MQS-CALL-AREA.

           IF MQS-RETURN-CODE NOT = 0
               ADD 1                          TO WS-REPLY-FAIL-COUNT
               DISPLAY 'F5748MQB - REPLY SIGNING FAILED RC='
                        MQS-RETURN-CODE ' REASON=' MQS-REASON-CODE
                       ' CORRELID=' WS-LOG-ID(1:24)
               GO TO 4200-EXIT
           END-IF.

           MOVE MQS-SIGNATURE                 TO WS-RPY-SIGNATURE.

           MOVE WS-MQ-OPTION-OUTPUT           TO WS-MQ-OPENOPTIONS.

           CALL 'MQOPEN' USING WS-MQ-HCONN
           EXIT.
      *
      ******************************************************************
      *                 7000-RAISE-SIGNATURE-ALERT                     *
      * ONE T_UIS_ALERT ROW A DAY UNDER F5748MQB, ROLLED UP ON EACH    *
      * FURTHER REFUSAL THE WAY F5748ALD ROLLS UP REPEAT ALERTS. THE   *
      * TEXT NAMES THE LATEST REFUSAL; THE JOB SUMMARY HAS THE COUNTS. *
      ******************************************************************
       7000-RAISE-SIGNATURE-ALERT.

           MOVE SPACES                       TO WS-ALERT-CORREL-ID
                                                WS-ALERT-TEXT.
           STRING 'F5748MQB ' WS-REFUSE-REASON ' '
                  WS-REQ-SRC-APP-NM ' ' WS-REQ-KEY-ID
                  DELIMITED BY SIZE
                  INTO WS-ALERT-CORREL-ID.
           STRING 'F5748MQB MQ REQUEST REFUSED - ' WS-REFUSE-REASON
                  ' - SOURCE APP ' WS-REQ-SRC-APP-NM
                  ' KEY ID ' WS-REQ-KEY-ID
                  ' RACF ID ' WS-REQ-SRC-RACF-ID
                  ' - ' WS-PARK-RESULT ' ON ' WS-MQ-PARK-QNAME
                  DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT.

           DISPLAY 'F5748MQB - ALERT: ' WS-ALERT-TEXT(1:100).

           EXEC SQL
                SELECT ALR_REPEAT_COUNT
                  INTO :ALR-REPEAT-COUNT
                  FROM T_UIS_ALERT
                 WHERE ALR_SRV_PGM_NM = :WS-NAME-OF-THIS-MODULE
                   AND ALR_ALERT_DATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                         TO ALR-REPEAT-COUNT
               EXEC SQL
                    UPDATE T_UIS_ALERT
                       SET ALR_REPEAT_COUNT    = :ALR-REPEAT-COUNT
                         , ALR_LAST_CORREL_ID  = :WS-ALERT-CORREL-ID
                         , ALR_LAST_TS         = CURRENT TIMESTAMP
                         , ALR_ALERT_TEXT      = :WS-ALERT-TEXT
                     WHERE ALR_SRV_PGM_NM = :WS-NAME-OF-THIS-MODULE
                       AND ALR_ALERT_DATE = CURRENT DATE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO T_UIS_ALERT
                           ( ALR_SRV_PGM_NM
                           , ALR_ALERT_DATE
                           , ALR_SRV_FN_CD
                           , ALR_RACF_ID
                           , ALR_FAILURE_CODE
                           , ALR_FIRST_CORREL_ID
                           , ALR_LAST_CORREL_ID
                           , ALR_FIRST_TS
                           , ALR_LAST_TS
                           , ALR_REPEAT_COUNT
                           , ALR_ESCALATION_LVL
                           , ALR_ALERT_TEXT
                           , ALR_WORK_STATUS
                           , ALR_ESCALATED_IND )
                    VALUES ( :WS-NAME-OF-THIS-MODULE
                           , CURRENT DATE
                           , :WS-ALERT-FN-CD
                           , :WS-REQ-SRC-RACF-ID
                           , 0
                           , :WS-ALERT-CORREL-ID
                           , :WS-ALERT-CORREL-ID
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , :WS-ALERT-LVL
                           , :WS-ALERT-TEXT
                           , 'O'
                           , 'N' )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MQB - ALERT WRITE FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
                    WS-REPLY-FAIL-COUNT.
           DISPLAY 'F5748MQB - BAD REQUEST MESSAGES  : '
                    WS-BAD-REQUEST-COUNT.
           DISPLAY 'F5748MQB - REFUSED, UNSIGNED     : '
                    WS-UNSIGNED-COUNT.
           DISPLAY 'F5748MQB - REFUSED, NO KEY       : '
                    WS-NO-KEY-COUNT.
           DISPLAY 'F5748MQB - REFUSED, BAD SIGNATURE: '
                    WS-BAD-SIGNATURE-COUNT.
           DISPLAY 'F5748MQB - REFUSED, SIGNER ERROR : '
                    WS-SIGNER-FAIL-COUNT.
           DISPLAY 'F5748MQB - REFUSED AND PARKED    : '
                    WS-PARKED-COUNT.
           DISPLAY 'F5748MQB - REFUSED, NOT PARKED   : '
                    WS-PARK-FAIL-COUNT.
           .
       9000-EXIT.
           EXIT.
