      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ESM.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ESM:     T_UIS_EVENT_SUB MAINTENANCE UTILITY             *
      *                                                                *
      *  FUNCTION:     THIS IS THE ONLY SUPPORTED WAY TO ADD, CHANGE,  *
      *                OR DELETE A CHANGE-EVENT SUBSCRIPTION - THE     *
      *                ROWS F5748ENP READS TO DECIDE WHICH CALLERS'    *
      *                QUEUES HEAR ABOUT A CUSTOMER CHANGE. A          *
      *                SUBSCRIPTION MAY ONLY BE ADDED FOR A CALLER     *
      *                THAT IS CURRENTLY APPROVED ON                   *
      *                T_UIS_APPRVD_CALLER (F5748ACM); F5748ENP ALSO   *
      *                STOPS SENDING TO ONE WHOSE APPROVAL LAPSES.     *
      *                THE REQUESTING USERID AND TIMESTAMP OF THE LAST *
      *                CHANGE ARE KEPT ON THE ROW ITSELF.              *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE)    *
      *                   COLS 07-16  SOURCE APPLICATION (CALLER)     *
      *                   COLS 17-20  EVENT TYPE - CNTC CONTACT,      *
      *                               HHLD HOUSEHOLD, MRGE MERGE,     *
      *                               SXFR SEGMENT TRANSFER           *
      *                   COLS 21-21  SEGMENT ID (BLANK = ALL)        *
      *                   COLS 22-69  CALLER'S QUEUE NAME (REQUIRED   *
      *                               ON ADD; BLANK ON CHANGE KEEPS   *
      *                               THE CURRENT QUEUE)              *
      *                   COLS 70-70  STATUS - A ACTIVE, S SUSPENDED  *
      *                               (BLANK = A ON ADD, UNCHANGED ON *
      *                               CHANGE)                         *
      *                   COLS 71-78  REQUESTING USERID               *
      *                                                                *
      *  DB2 TABLES:   T_UIS_EVENT_SUB (READ/INSERT/UPDATE/DELETE)     *
      *                T_UIS_APPRVD_CALLER (READ)                      *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ESM'.
           05  WS-NULL-TS                   PIC X(26)
                                   VALUE '0001-01-01-00.00.00.000000'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
           05  WS-MAINT-SRC-APP-NM          PIC X(10) VALUE SPACES.
           05  WS-MAINT-EVENT-TYPE          PIC X(04) VALUE SPACES.
               88  WS-EVENT-TYPE-VALID                VALUE 'CNTC'
                                                            'HHLD'
                                                            'MRGE'
                                                            'SXFR'.
           05  WS-MAINT-SEG-ID              PIC X(01) VALUE SPACE.
           05  WS-MAINT-QNAME               PIC X(48) VALUE SPACES.
           05  WS-MAINT-STATUS              PIC X(01) VALUE SPACE.
               88  WS-STATUS-VALID                    VALUE 'A' 'S'
                                                            ' '.
           05  WS-MAINT-USERID              PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_EVENT_SUB
           EXEC SQL
                INCLUDE F5748ESB
           END-EXEC.

      * DCLGEN FOR T_UIS_APPRVD_CALLER - SEE 2500-EDIT-MAINTENANCE-CARD
           EXEC SQL
                INCLUDE F5748SAC
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ESM WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

               PERFORM 2500-EDIT-MAINTENANCE-CARD
                  THRU 2500-EXIT

               IF WS-EDITS-PASSED
                   EVALUATE TRUE
                       WHEN WS-ACTION-IS-ADD
                           PERFORM 3100-ADD-ROW
                              THRU 3100-EXIT
                       WHEN WS-ACTION-IS-CHANGE
                           PERFORM 3200-CHANGE-ROW
                              THRU 3200-EXIT
                       WHEN WS-ACTION-IS-DELETE
                           PERFORM 3300-DELETE-ROW
                              THRU 3300-EXIT
                   END-EVALUATE
               ELSE
                   MOVE 8                   TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'F5748ESM - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
               MOVE 8                       TO RETURN-CODE
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           DISPLAY 'F5748ESM - ACTION=' WS-MAINT-ACTION
                    ' CALLER=' WS-MAINT-SRC-APP-NM
                    ' EVENT=' WS-MAINT-EVENT-TYPE
                    ' SEG=' WS-MAINT-SEG-ID
                    ' USERID=' WS-MAINT-USERID.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE SUBSCRIPTION AS IT EXISTS TODAY SO THE BEFORE IMAGE  *
      * CAN BE SHOWN AND A CHANGE CAN KEEP WHAT THE CARD LEAVES BLANK. *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.

           EXEC SQL
                SELECT ESB_QNAME, ESB_STATUS
                  INTO :ESB-QNAME, :ESB-STATUS
                  FROM T_UIS_EVENT_SUB
                 WHERE ESB_SRC_APP_NM = :WS-MAINT-SRC-APP-NM
                   AND ESB_EVENT_TYPE = :WS-MAINT-EVENT-TYPE
                   AND ESB_SEG_ID     = :WS-MAINT-SEG-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               DISPLAY 'F5748ESM - CURRENT QUEUE=' ESB-QNAME
                       ' STATUS=' ESB-STATUS
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * BASIC EDITS: CALLER, A KNOWN EVENT TYPE, AND THE REQUESTING    *
      * USERID ARE REQUIRED; THE STATUS MUST BE A, S OR BLANK. AN ADD  *
      * NEEDS A QUEUE, MAY NOT DUPLICATE AN EXISTING SUBSCRIPTION, AND *
      * IS ONLY TAKEN FOR A CALLER THAT IS APPROVED TODAY.             *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-MAINT-SRC-APP-NM = SPACES
              OR WS-MAINT-USERID = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748ESM - REJECTED, CALLER AND REQUESTING '
                        'USERID ARE BOTH REQUIRED'
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-EVENT-TYPE-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748ESM - REJECTED, EVENT TYPE MUST BE CNTC, '
                        'HHLD, MRGE OR SXFR: ' WS-MAINT-EVENT-TYPE
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-STATUS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748ESM - REJECTED, STATUS MUST BE A, S OR '
                        'BLANK: ' WS-MAINT-STATUS
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-ACTION-IS-ADD
               IF NOT WS-ROW-WAS-FOUND
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748ESM - REJECTED, NO SUBSCRIPTION FOR '
                            WS-MAINT-SRC-APP-NM '/'
                            WS-MAINT-EVENT-TYPE '/' WS-MAINT-SEG-ID
               END-IF
               GO TO 2500-EXIT
           END-IF.

           IF WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748ESM - ADD REJECTED, SUBSCRIPTION ALREADY '
                        'EXISTS - USE CHANGE'
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-QNAME = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748ESM - ADD REJECTED, THE CALLER''S QUEUE '
                        'NAME IS REQUIRED'
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
                SELECT SRC_APP_NM
                  INTO :SAC-SRC-APP-NM
                  FROM T_UIS_APPRVD_CALLER
                 WHERE SRC_APP_NM = :WS-MAINT-SRC-APP-NM
                   AND EFF_DATE  <= CURRENT DATE
                   AND END_DATE  >= CURRENT DATE
                   AND SAC_STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748ESM - ADD REJECTED, '
                            WS-MAINT-SRC-APP-NM
                            ' IS NOT A CURRENTLY APPROVED CALLER'
               WHEN OTHER
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748ESM - APPROVED CALLER CHECK FAILED '
                           'SQLCODE=' SQLCODE
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      * A NEW SUBSCRIPTION STARTS WITH ZERO DELIVERY COUNTS AND THE    *
      * NULL TIMESTAMP FOR ITS LAST DELIVERY AND FAILURE.              *
      ******************************************************************
       3100-ADD-ROW.

           IF WS-MAINT-STATUS = SPACE
               MOVE 'A'                     TO WS-MAINT-STATUS
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_EVENT_SUB
                       ( ESB_SRC_APP_NM
                       , ESB_EVENT_TYPE
                       , ESB_SEG_ID
                       , ESB_QNAME
                       , ESB_STATUS
                       , ESB_SET_USERID
                       , ESB_SET_TS
                       , ESB_DLVR_CNT
                       , ESB_FAIL_CNT
                       , ESB_CONSEC_FAIL_CNT
                       , ESB_LAST_DLVR_TS
                       , ESB_LAST_FAIL_TS
                       , ESB_LAST_FAIL_REASON )
                VALUES ( :WS-MAINT-SRC-APP-NM
                       , :WS-MAINT-EVENT-TYPE
                       , :WS-MAINT-SEG-ID
                       , :WS-MAINT-QNAME
                       , :WS-MAINT-STATUS
                       , :WS-MAINT-USERID
                       , CURRENT TIMESTAMP
                       , 0
                       , 0
                       , 0
                       , :WS-NULL-TS
                       , :WS-NULL-TS
                       , 0 )
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748ESM - ADD COMPLETE FOR '
                        WS-MAINT-SRC-APP-NM '/' WS-MAINT-EVENT-TYPE
                        '/' WS-MAINT-SEG-ID ' QUEUE=' WS-MAINT-QNAME
           ELSE
               DISPLAY 'F5748ESM - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      * ONLY THE QUEUE AND THE STATUS ARE MAINTAINABLE - THE DELIVERY  *
      * COUNTS BELONG TO F5748ENP. RESUMING A SUSPENDED SUBSCRIPTION   *
      * CLEARS ITS CONSECUTIVE-FAILURE COUNT SO F5748EDR STOPS         *
      * FLAGGING IT.                                                   *
      ******************************************************************
       3200-CHANGE-ROW.

           IF WS-MAINT-QNAME = SPACES
               MOVE ESB-QNAME               TO WS-MAINT-QNAME
           END-IF.

           IF WS-MAINT-STATUS = SPACE
               MOVE ESB-STATUS              TO WS-MAINT-STATUS
           END-IF.

           IF WS-MAINT-STATUS = 'A'
            AND ESB-SUB-IS-SUSPENDED
               EXEC SQL
                    UPDATE T_UIS_EVENT_SUB
                       SET ESB_QNAME           = :WS-MAINT-QNAME
                         , ESB_STATUS          = :WS-MAINT-STATUS
                         , ESB_SET_USERID      = :WS-MAINT-USERID
                         , ESB_SET_TS          = CURRENT TIMESTAMP
                         , ESB_CONSEC_FAIL_CNT = 0
                     WHERE ESB_SRC_APP_NM = :WS-MAINT-SRC-APP-NM
                       AND ESB_EVENT_TYPE = :WS-MAINT-EVENT-TYPE
                       AND ESB_SEG_ID     = :WS-MAINT-SEG-ID
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE T_UIS_EVENT_SUB
                       SET ESB_QNAME           = :WS-MAINT-QNAME
                         , ESB_STATUS          = :WS-MAINT-STATUS
                         , ESB_SET_USERID      = :WS-MAINT-USERID
                         , ESB_SET_TS          = CURRENT TIMESTAMP
                     WHERE ESB_SRC_APP_NM = :WS-MAINT-SRC-APP-NM
                       AND ESB_EVENT_TYPE = :WS-MAINT-EVENT-TYPE
                       AND ESB_SEG_ID     = :WS-MAINT-SEG-ID
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               DISPLAY 'F5748ESM - CHANGE COMPLETE, QUEUE='
                        WS-MAINT-QNAME ' STATUS=' WS-MAINT-STATUS
           ELSE
               DISPLAY 'F5748ESM - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      * THE DELIVERY LOG ROWS FOR THE SUBSCRIPTION ARE KEPT - THEY     *
      * RECORD WHAT WAS SENT WHILE IT WAS IN FORCE.                    *
      ******************************************************************
       3300-DELETE-ROW.

           EXEC SQL
                DELETE FROM T_UIS_EVENT_SUB
                 WHERE ESB_SRC_APP_NM = :WS-MAINT-SRC-APP-NM
                   AND ESB_EVENT_TYPE = :WS-MAINT-EVENT-TYPE
                   AND ESB_SEG_ID     = :WS-MAINT-SEG-ID
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748ESM - DELETE COMPLETE FOR '
                        WS-MAINT-SRC-APP-NM '/' WS-MAINT-EVENT-TYPE
                        '/' WS-MAINT-SEG-ID
           ELSE
               DISPLAY 'F5748ESM - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3300-EXIT.
           EXIT.

       END PROGRAM F5748ESM.
