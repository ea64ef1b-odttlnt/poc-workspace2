      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ENP.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ENP:     CUSTOMER CHANGE-EVENT NOTIFIER                  *
      *                                                                *
      *  FUNCTION:     CALLERS THAT KEEP THEIR OWN COPY OF CUSTOMER    *
      *                DATA USED TO POLL UIS OR WAIT FOR THE NIGHTLY   *
      *                EXTRACTS TO LEARN THAT A CUSTOMER HAD CHANGED.  *
      *                A CALLER NOW SUBSCRIBES (T_UIS_EVENT_SUB, SEE   *
      *                F5748ESM) TO THE CHANGE TYPES IT CARES ABOUT,   *
      *                OPTIONALLY FOR ONE SEGMENT, AND THIS            *
      *                SUBPROGRAM IS CALLED BY WHATEVER MADE A CHANGE  *
      *                SUCCESSFULLY:                                   *
      *                                                                *
      *                - EVERY ACTIVE SUBSCRIPTION FOR THE EVENT TYPE  *
      *                  WHOSE SEGMENT IS ALL, THE CUSTOMER'S, OR THE  *
      *                  OTHER SEGMENT THE CHANGE INVOLVED IS READ     *
      *                - A SUBSCRIBER NO LONGER ON T_UIS_APPRVD_CALLER *
      *                  (OR OUTSIDE ITS WINDOW) IS PASSED OVER, AS    *
      *                  IS THE APPLICATION THAT ASKED FOR THE CHANGE  *
      *                - EACH REMAINING SUBSCRIBER GETS ONE F5748ENM   *
      *                  MESSAGE ON ITS OWN QUEUE - ONCE, EVEN WHEN    *
      *                  BOTH AN ALL-SEGMENT AND A ONE-SEGMENT         *
      *                  SUBSCRIPTION MATCH (THE ONE-SEGMENT ROW'S     *
      *                  QUEUE IS USED)                                *
      *                - EVERY ATTEMPT IS LOGGED ON T_UIS_EVENT_DLVRY  *
      *                  AND COUNTED ON THE SUBSCRIPTION ROW, SO A     *
      *                  FAILING SUBSCRIBER QUEUE SHOWS ON THE DAILY   *
      *                  F5748EDR REPORT                               *
      *                                                                *
      *                A FAILED DELIVERY NEVER FAILS THE CHANGE. THE   *
      *                MESSAGE IS NOT RETRIED - THE SUBSCRIBER RE-     *
      *                READS THE CUSTOMERS LISTED ON THE REPORT.       *
      *                                                                *
      *  ENVIRONMENT:  SUBPROGRAM, ONLINE (F5748I00) AND BATCH         *
      *                (F5748MRG, F5748CSL). NO CICS SERVICES.         *
      *                                                                *
      *  PARAMETERS:   1. F5748ENA NOTIFICATION CALL AREA              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_EVENT_SUB       (READ/UPDATE)             *
      *                T_UIS_APPRVD_CALLER   (READ)                    *
      *                T_UIS_EVENT_DLVRY     (INSERT)                  *
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

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ENP'.
      * MQOO-OUTPUT.
           05  WS-MQ-OPTION-OUTPUT          PIC S9(09) COMP
                                                        VALUE 16.

      * THE CURSOR'S SELECTION - COPIED OUT OF THE CALL AREA.
       01  WS-SELECTION.
           05  WS-SEL-EVENT-TYPE            PIC X(04) VALUE SPACES.
           05  WS-SEL-SEG-ID                PIC X(01) VALUE SPACE.
           05  WS-SEL-OTHER-SEG-ID          PIC X(01) VALUE SPACE.
           05  WS-SEL-ORIGIN-APP-NM         PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-EVENT-TS                  PIC X(26) VALUE SPACES.
           05  WS-LAST-APP-NM               PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

       01  WS-MQ-AREA.
           05  WS-MQ-QMGR                   PIC X(48) VALUE SPACES.
           05  WS-MQ-QNAME                  PIC X(48) VALUE SPACES.
           05  WS-MQ-HCONN                  PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-HOBJ                   PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-OPENOPTIONS            PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-COMPCODE               PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-REASON                 PIC S9(09) COMP VALUE ZERO.
      * OUTCOME OF THE PUT ITSELF - MQCLOSE/MQDISC OVERWRITE
      * WS-MQ-COMPCODE, THE SAME TRAP 9450 IN F5748I00 GUARDS AGAINST.
           05  WS-MQ-PUT-COMPCODE           PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-PUT-REASON             PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-MSGLENGTH              PIC S9(09) COMP VALUE ZERO.
           05  WS-MQ-CORRELID               PIC X(24) VALUE SPACES.

       01  WS-NOTIFY-MSG.
           COPY F5748ENM.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_EVENT_SUB
           EXEC SQL INCLUDE F5748ESB     END-EXEC.

      * DCLGEN FOR T_UIS_EVENT_DLVRY
           EXEC SQL INCLUDE F5748EDL     END-EXEC.

      * ACTIVE, STILL-APPROVED SUBSCRIBERS TO THIS CHANGE. WITHIN ONE
      * APPLICATION A ONE-SEGMENT ROW SORTS AHEAD OF ITS ALL-SEGMENT
      * ROW, AND 2000 SENDS TO THE FIRST ROW OF EACH APPLICATION ONLY.
           EXEC SQL
                DECLARE SUB-CSR CURSOR FOR
                SELECT S.ESB_SRC_APP_NM, S.ESB_SEG_ID, S.ESB_QNAME
                  FROM T_UIS_EVENT_SUB S
                 WHERE S.ESB_EVENT_TYPE  = :WS-SEL-EVENT-TYPE
                   AND S.ESB_STATUS      = 'A'
                   AND S.ESB_SEG_ID IN ( ' '
                                       , :WS-SEL-SEG-ID
                                       , :WS-SEL-OTHER-SEG-ID )
                   AND S.ESB_SRC_APP_NM <> :WS-SEL-ORIGIN-APP-NM
                   AND EXISTS
                       ( SELECT 1
                           FROM T_UIS_APPRVD_CALLER C
                          WHERE C.SRC_APP_NM = S.ESB_SRC_APP_NM
                            AND C.SAC_STATUS = 'A'
                            AND C.EFF_DATE  <= CURRENT DATE
                            AND C.END_DATE  >= CURRENT DATE )
                 ORDER BY S.ESB_SRC_APP_NM, S.ESB_SEG_ID DESC
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ENP WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  ENP-CALL-AREA.
           COPY F5748ENA REPLACING ==:FD:== BY ==ENP==.
      *
       PROCEDURE DIVISION USING ENP-CALL-AREA.
      ******************************************************************
       0000-BEGIN.

           MOVE ZEROES                      TO ENP-RETURN-CODE
                                               ENP-SQLCODE
                                               ENP-MATCHED-CNT
                                               ENP-DELIVERED-CNT
                                               ENP-FAILED-CNT.
           MOVE SPACES                      TO WS-LAST-APP-NM.
           MOVE 'N'                         TO WS-EOF-SW.

           MOVE ENP-EVENT-TYPE              TO WS-SEL-EVENT-TYPE.
           MOVE ENP-SEG-ID                  TO WS-SEL-SEG-ID.
           MOVE ENP-OTHER-SEG-ID            TO WS-SEL-OTHER-SEG-ID.
           MOVE ENP-ORIGIN-APP-NM           TO WS-SEL-ORIGIN-APP-NM.

           EXEC SQL
                SET :WS-EVENT-TS = CURRENT TIMESTAMP
           END-EXEC.

           EXEC SQL
                OPEN SUB-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 12                      TO ENP-RETURN-CODE
               MOVE SQLCODE                 TO ENP-SQLCODE
               GO TO 0000-RETURN
           END-IF.

           PERFORM 2000-NOTIFY-ONE-SUBSCRIBER
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SUB-CSR
           END-EXEC.

           IF ENP-RETURN-CODE = 0
           AND ENP-FAILED-CNT > 0
               MOVE 4                       TO ENP-RETURN-CODE
           END-IF.

       0000-RETURN.
           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2000-NOTIFY-ONE-SUBSCRIBER                     *
      ******************************************************************
       2000-NOTIFY-ONE-SUBSCRIBER.

           EXEC SQL
                FETCH SUB-CSR
                INTO  :ESB-SRC-APP-NM, :ESB-SEG-ID, :ESB-QNAME
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   MOVE 12                  TO ENP-RETURN-CODE
                   MOVE SQLCODE             TO ENP-SQLCODE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF ESB-SRC-APP-NM = WS-LAST-APP-NM
               GO TO 2000-EXIT
           END-IF.

           MOVE ESB-SRC-APP-NM              TO WS-LAST-APP-NM.
           ADD 1                            TO ENP-MATCHED-CNT.

           MOVE SPACES                      TO WS-NOTIFY-MSG.
           MOVE ENP-EVENT-TYPE              TO ENM-EVENT-TYPE.
           MOVE ENP-CUST-NUM                TO ENM-CUST-NUM.
           MOVE ENP-SEG-ID                  TO ENM-SEG-ID.
           MOVE ENP-OTHER-SEG-ID            TO ENM-OTHER-SEG-ID.
           MOVE WS-EVENT-TS                 TO ENM-EVENT-TS.
           MOVE ENP-CORRELATION-ID          TO ENM-CORRELATION-ID.
           MOVE ENP-ORIGIN-PGM              TO ENM-ORIGIN-PGM.
           MOVE ENP-EVENT-DETAIL            TO ENM-EVENT-DETAIL.

           PERFORM 3000-PUT-EVENT-MSG
              THRU 3000-EXIT.

           PERFORM 4000-RECORD-DELIVERY
              THRU 4000-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-PUT-EVENT-MSG                          *
      * ONE MQPUT OF WS-NOTIFY-MSG TO THE SUBSCRIBER'S QUEUE. THE      *
      * OUTCOME IS THE FIRST OF MQCONN/MQOPEN/MQPUT THAT FAILED.       *
      ******************************************************************
       3000-PUT-EVENT-MSG.

           MOVE ESB-QNAME                   TO WS-MQ-QNAME.
           MOVE WS-NAME-OF-THIS-MODULE      TO WS-MQ-CORRELID.
           MOVE 200                         TO WS-MQ-MSGLENGTH.
           MOVE WS-MQ-OPTION-OUTPUT         TO WS-MQ-OPENOPTIONS.
           MOVE ZEROES                      TO WS-MQ-PUT-REASON.

           CALL 'MQCONN' USING WS-MQ-QMGR
                                WS-MQ-HCONN
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.

           IF WS-MQ-COMPCODE = 0
               CALL 'MQOPEN' USING WS-MQ-HCONN
                                    WS-MQ-QNAME
                                    WS-MQ-OPENOPTIONS
                                    WS-MQ-HOBJ
                                    WS-MQ-COMPCODE
                                    WS-MQ-REASON

               IF WS-MQ-COMPCODE = 0
                   CALL 'MQPUT' USING WS-MQ-HCONN
                                       WS-MQ-HOBJ
                                       WS-MQ-MSGLENGTH
                                       WS-NOTIFY-MSG
                                       WS-MQ-CORRELID
                                       WS-MQ-COMPCODE
                                       WS-MQ-REASON

                   MOVE WS-MQ-COMPCODE      TO WS-MQ-PUT-COMPCODE
                   MOVE WS-MQ-REASON        TO WS-MQ-PUT-REASON

                   CALL 'MQCLOSE' USING WS-MQ-HCONN
                                         WS-MQ-HOBJ
                                         WS-MQ-COMPCODE
                                         WS-MQ-REASON
               ELSE
                   MOVE WS-MQ-COMPCODE      TO WS-MQ-PUT-COMPCODE
                   MOVE WS-MQ-REASON        TO WS-MQ-PUT-REASON
               END-IF

               CALL 'MQDISC' USING WS-MQ-HCONN
                                    WS-MQ-COMPCODE
                                    WS-MQ-REASON
           ELSE
               MOVE WS-MQ-COMPCODE          TO WS-MQ-PUT-COMPCODE
               MOVE WS-MQ-REASON            TO WS-MQ-PUT-REASON
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4000-RECORD-DELIVERY                         *
      * ONE T_UIS_EVENT_DLVRY ROW FOR THE ATTEMPT, AND THE COUNTERS ON *
      * THE SUBSCRIPTION ROW WHOSE QUEUE WAS USED. A DB2 FAILURE HERE  *
      * IS REPORTED BACK (RC 12) BUT DOES NOT STOP THE REMAINING       *
      * SUBSCRIBERS BEING SENT TO.                                     *
      ******************************************************************
       4000-RECORD-DELIVERY.

           MOVE ESB-SRC-APP-NM              TO EDL-SRC-APP-NM.
           MOVE ENP-EVENT-TYPE              TO EDL-EVENT-TYPE.
           MOVE ENP-SEG-ID                  TO EDL-SEG-ID.
           MOVE ENP-CUST-NUM                TO EDL-CUST-NUM.
           MOVE ESB-QNAME                   TO EDL-QNAME.
           MOVE WS-MQ-PUT-COMPCODE          TO EDL-MQ-COMPCODE.
           MOVE WS-MQ-PUT-REASON            TO EDL-MQ-REASON.
           MOVE ENP-CORRELATION-ID          TO EDL-CORRELID.
           MOVE ENP-ORIGIN-PGM              TO EDL-ORIGIN-PGM.

           IF WS-MQ-PUT-COMPCODE = 0
               SET EDL-DELIVERED            TO TRUE
               ADD 1                        TO ENP-DELIVERED-CNT
           ELSE
               SET EDL-FAILED               TO TRUE
               ADD 1                        TO ENP-FAILED-CNT
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_EVENT_DLVRY
                       ( EDL_DLVR_TS
                       , EDL_SRC_APP_NM
                       , EDL_EVENT_TYPE
                       , EDL_SEG_ID
                       , EDL_CUST_NUM
                       , EDL_QNAME
                       , EDL_STATUS
                       , EDL_MQ_COMPCODE
                       , EDL_MQ_REASON
                       , EDL_CORRELID
                       , EDL_ORIGIN_PGM )
                VALUES ( CURRENT TIMESTAMP
                       , :EDL-SRC-APP-NM
                       , :EDL-EVENT-TYPE
                       , :EDL-SEG-ID
                       , :EDL-CUST-NUM
                       , :EDL-QNAME
                       , :EDL-STATUS
                       , :EDL-MQ-COMPCODE
                       , :EDL-MQ-REASON
                       , :EDL-CORRELID
                       , :EDL-ORIGIN-PGM )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 12                      TO ENP-RETURN-CODE
               MOVE SQLCODE                 TO ENP-SQLCODE
           END-IF.

           IF EDL-DELIVERED
               EXEC SQL
                    UPDATE T_UIS_EVENT_SUB
                       SET ESB_DLVR_CNT        = ESB_DLVR_CNT + 1
                         , ESB_CONSEC_FAIL_CNT = 0
                         , ESB_LAST_DLVR_TS    = CURRENT TIMESTAMP
                     WHERE ESB_SRC_APP_NM = :ESB-SRC-APP-NM
                       AND ESB_EVENT_TYPE = :WS-SEL-EVENT-TYPE
                       AND ESB_SEG_ID     = :ESB-SEG-ID
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE T_UIS_EVENT_SUB
                       SET ESB_FAIL_CNT        = ESB_FAIL_CNT + 1
                         , ESB_CONSEC_FAIL_CNT = ESB_CONSEC_FAIL_CNT
                                                 + 1
                         , ESB_LAST_FAIL_TS    = CURRENT TIMESTAMP
                         , ESB_LAST_FAIL_REASON
                                               = :WS-MQ-PUT-REASON
                     WHERE ESB_SRC_APP_NM = :ESB-SRC-APP-NM
                       AND ESB_EVENT_TYPE = :WS-SEL-EVENT-TYPE
                       AND ESB_SEG_ID     = :ESB-SEG-ID
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 12                      TO ENP-RETURN-CODE
               MOVE SQLCODE                 TO ENP-SQLCODE
           END-IF.
           .
       4000-EXIT.
           EXIT.

       END PROGRAM F5748ENP.
