      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748STM.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748STM:     SERVICE STUB MAINTENANCE UTILITY                *
      *                                                                *
      *  FUNCTION:     A NEW CALLER ONBOARDED THROUGH F5748ACM CAN     *
      *                TEST AGAINST CANNED REPLIES IN A TEST REGION    *
      *                BEFORE INFORCE, T_CUST_DATA AND THE DOWNSTREAM  *
      *                SERVICE PROGRAMS HAVE BEEN POPULATED FOR IT.    *
      *                THIS IS THE ONLY SUPPORTED WAY TO MAINTAIN      *
      *                THOSE REPLIES (T_UIS_STUB_REPLY) AND TO FLAG A  *
      *                CALLER FOR STUBBING (SAC_STUB_IND):             *
      *                                                                *
      *                ADD     - STORES A STUB FOR A SERVICE FUNCTION  *
      *                  AND CUSTOMER NUMBER (BLANK CUSTOMER = THE     *
      *                  FUNCTION'S DEFAULT STUB). THE REPLY IS BUILT  *
      *                  FROM THE CARD - STATUS, FAILURE CODE FOR A    *
      *                  FAILURE STUB, CUSTOMER NAME AND SEGMENT.      *
      *                CHANGE  - REPLACES WHAT THE CARD SUPPLIES IN    *
      *                  AN EXISTING STUB; BLANK FIELDS ARE KEPT.      *
      *                DELETE  - REMOVES A STUB.                       *
      *                FLAG    - SETS SAC_STUB_IND 'Y' FOR A CURRENTLY *
      *                  APPROVED CALLER.                              *
      *                UNFLAG  - CLEARS IT.                            *
      *                LIST    - LISTS THE STUBS (FOR ONE FUNCTION, OR *
      *                  ALL) AND THE CALLERS FLAGGED FOR STUBBING.    *
      *                                                                *
      *                F5748I00 ONLY EVER SERVES A STUB TO A TEST-     *
      *                ENVIRONMENT REQUEST (ZOS-SRC-ENVRN-CD 'TS')     *
      *                FROM A FLAGGED CALLER, AND MARKS IT AS A STUB   *
      *                IN THE REPLY AND THE LOG - SEE 3500-CHECK-STUB- *
      *                REPLY AND 5480-SERVE-STUB-REPLY.                *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE/    *
      *                               FLAG/UNFLAG/LIST)               *
      *                 ADD, CHANGE, DELETE AND LIST:                  *
      *                   COLS 07-10  SERVICE FUNCTION (LIST: BLANK = *
      *                               EVERY FUNCTION)                 *
      *                   COLS 11-20  CUSTOMER NUMBER (BLANK = THE    *
      *                               FUNCTION'S DEFAULT STUB)        *
      *                   COLS 21-22  REPLY STATUS (BLANK = 00 ON     *
      *                               ADD, UNCHANGED ON CHANGE)       *
      *                   COLS 23-26  FAILURE CODE (REQUIRED WHEN THE *
      *                               STATUS IS NOT 00)               *
      *                   COLS 27-62  REPLY CUSTOMER NAME             *
      *                   COLS 63-63  REPLY SEGMENT ID                *
      *                 FLAG AND UNFLAG:                               *
      *                   COLS 07-16  SOURCE APPLICATION (CALLER)     *
      *                 EVERY ACTION EXCEPT LIST:                      *
      *                   COLS 71-78  REQUESTING USERID               *
      *                                                                *
      *  DB2 TABLES:   T_UIS_STUB_REPLY (READ/INSERT/UPDATE/DELETE)    *
      *                T_UIS_APPRVD_CALLER (READ/UPDATE)               *
      *                T_UIS_SRV_FN_PGM (READ)                         *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748STM'.
           05  WS-STUB-FAILURE-MSG          PIC X(60) VALUE
         'STUBBED FAILURE REPLY - TEST REGION ONLY, NOT REAL DATA.    '.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-FLAG                  VALUE 'FLAG'.
               88  WS-ACTION-IS-UNFLAG                VALUE 'UNFLAG'.
               88  WS-ACTION-IS-LIST                  VALUE 'LIST'.
               88  WS-ACTION-IS-STUB-MAINT
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
               88  WS-ACTION-IS-CALLER-MAINT
                                   VALUE 'FLAG' 'UNFLAG'.
           05  WS-MAINT-STUB-FIELDS.
               10  WS-MAINT-SRV-FN-CD       PIC X(04) VALUE SPACES.
               10  WS-MAINT-CUST-NUM        PIC X(10) VALUE SPACES.
               10  WS-MAINT-STATUS          PIC X(02) VALUE SPACES.
               10  WS-MAINT-FAIL-CD         PIC X(04) VALUE SPACES.
               10  WS-MAINT-CUST-NM         PIC X(36) VALUE SPACES.
               10  WS-MAINT-SEG-ID          PIC X(01) VALUE SPACE.
               10  FILLER                   PIC X(07) VALUE SPACES.
           05  WS-MAINT-CALLER-FIELDS REDEFINES WS-MAINT-STUB-FIELDS.
               10  WS-MAINT-SRC-APP-NM      PIC X(10).
               10  FILLER                   PIC X(54).
           05  WS-MAINT-USERID              PIC X(08) VALUE SPACES.
           05  FILLER                       PIC X(02) VALUE SPACES.

       01  WS-WORKING-FIELDS.
      * WHERE THE STUB SLICE SITS IN THE F5748I01 RECORD AND HOW LONG
      * IT IS - WORKED OUT THE SAME WAY AS 5425-BUILD-CACHE-KEY IN
      * F5748I00, WHICH OVERLAYS IT.
           05  WS-SLICE-OFF                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SLICE-LEN                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NEW-SAC-STUB-IND          PIC X(01) VALUE SPACE.
           05  WS-LIST-SRV-FN-CD            PIC X(04) VALUE SPACES.
           05  WS-LIST-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-SERVED-CNT-DSP            PIC Z(08)9.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      * THE STUB REPLY AS F5748I00 WILL HAND IT BACK - BUILT HERE, AND
      * ONLY ITS STATUS/FAILURE/REPLY SLICE IS STORED.
       01  STM-COMMAREA.
           COPY F5748I01.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_STUB_REPLY
           EXEC SQL
                INCLUDE F5748STB
           END-EXEC.

      * DCLGEN FOR T_UIS_APPRVD_CALLER - SEE 5000-SET-CALLER-FLAG
           EXEC SQL
                INCLUDE F5748SAC
           END-EXEC.

      * DCLGEN FOR T_UIS_SRV_FN_PGM - SEE 2500-EDIT-MAINTENANCE-CARD
           EXEC SQL
                INCLUDE F5748SFP
           END-EXEC.

           EXEC SQL
                DECLARE STUB-CSR CURSOR FOR
                SELECT STB_SRV_FN_CD, STB_CUST_NUM, STB_SET_USERID,
                       CHAR(STB_SET_TS), STB_SERVED_CNT
                  FROM T_UIS_STUB_REPLY
                 WHERE STB_SRV_FN_CD = :WS-LIST-SRV-FN-CD
                    OR :WS-LIST-SRV-FN-CD = ' '
                 ORDER BY STB_SRV_FN_CD, STB_CUST_NUM
           END-EXEC.

           EXEC SQL
                DECLARE FLAGGED-CSR CURSOR FOR
                SELECT SRC_APP_NM, APPRVD_CALLER_DSCR, SAC_STATUS
                  FROM T_UIS_APPRVD_CALLER
                 WHERE SAC_STUB_IND = 'Y'
                 ORDER BY SRC_APP_NM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748STM WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-ACTION-IS-STUB-MAINT
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
                       MOVE 8               TO RETURN-CODE
                   END-IF
               WHEN WS-ACTION-IS-CALLER-MAINT
                   PERFORM 5000-SET-CALLER-FLAG
                      THRU 5000-EXIT
               WHEN WS-ACTION-IS-LIST
                   PERFORM 6000-LIST-STUBS
                      THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748STM - INVALID ACTION ON MAINTENANCE '
                           'CARD: ' WS-MAINT-ACTION
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           IF WS-ACTION-IS-CALLER-MAINT
               DISPLAY 'F5748STM - ACTION=' WS-MAINT-ACTION
                        ' CALLER=' WS-MAINT-SRC-APP-NM
                        ' USERID=' WS-MAINT-USERID
           ELSE
               DISPLAY 'F5748STM - ACTION=' WS-MAINT-ACTION
                        ' FUNCTION=' WS-MAINT-SRV-FN-CD
                        ' CUSTOMER=' WS-MAINT-CUST-NUM
                        ' USERID=' WS-MAINT-USERID
           END-IF.

           COMPUTE WS-SLICE-OFF =
                   LENGTH OF ZOS-REQUEST-HEADER + 1.
           COMPUTE WS-SLICE-LEN =
                   LENGTH OF ZOS-REQUEST-STATUS-AREA
                   + (LENGTH OF ZOS-FAILURE-DATA(1) * 100)
                   + (LENGTH OF ZOS-FAILURE-DATA-2(1) * 100)
                   + LENGTH OF ZOS-REPLY-AREA.
           IF WS-SLICE-LEN > 31600
               MOVE 31600                   TO WS-SLICE-LEN
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE STUB AS IT EXISTS TODAY SO A CHANGE CAN KEEP WHAT    *
      * THE CARD LEAVES BLANK.                                         *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.

           EXEC SQL
                SELECT STB_SET_USERID, CHAR(STB_SET_TS),
                       STB_SERVED_CNT, STB_SLICE_LEN, STB_REPLY_DATA
                  INTO :STB-SET-USERID, :STB-SET-TS,
                       :STB-SERVED-CNT, :STB-SLICE-LEN,
                       :STB-REPLY-DATA
                  FROM T_UIS_STUB_REPLY
                 WHERE STB_SRV_FN_CD = :WS-MAINT-SRV-FN-CD
                   AND STB_CUST_NUM  = :WS-MAINT-CUST-NUM
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               MOVE STB-SERVED-CNT          TO WS-SERVED-CNT-DSP
               DISPLAY 'F5748STM - CURRENT STUB SET BY '
                       STB-SET-USERID ' AT ' STB-SET-TS
                       ' SERVED=' WS-SERVED-CNT-DSP
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * THE FUNCTION AND THE REQUESTING USERID ARE REQUIRED; A         *
      * CUSTOMER NUMBER IS BLANK OR NUMERIC, A STATUS BLANK OR TWO     *
      * DIGITS, AND A STATUS OTHER THAN 00 NEEDS A NUMERIC FAILURE     *
      * CODE. AN ADD MAY NOT DUPLICATE AN EXISTING STUB AND IS ONLY    *
      * TAKEN FOR A SERVICE FUNCTION THAT IS EFFECTIVE TODAY.          *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF WS-MAINT-SRV-FN-CD = SPACES
              OR WS-MAINT-USERID = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748STM - REJECTED, SERVICE FUNCTION AND '
                        'REQUESTING USERID ARE BOTH REQUIRED'
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-CUST-NUM NOT = SPACES
            AND WS-MAINT-CUST-NUM IS NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748STM - REJECTED, CUSTOMER NUMBER MUST BE '
                        'BLANK OR NUMERIC: ' WS-MAINT-CUST-NUM
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-STATUS NOT = SPACES
            AND WS-MAINT-STATUS IS NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748STM - REJECTED, REPLY STATUS MUST BE '
                        'BLANK OR TWO DIGITS: ' WS-MAINT-STATUS
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-STATUS NOT = SPACES
            AND WS-MAINT-STATUS NOT = '00'
            AND WS-MAINT-FAIL-CD IS NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748STM - REJECTED, A FAILURE STUB NEEDS A '
                        'NUMERIC FAILURE CODE: ' WS-MAINT-FAIL-CD
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-ACTION-IS-ADD
               IF NOT WS-ROW-WAS-FOUND
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748STM - REJECTED, NO STUB FOR '
                            WS-MAINT-SRV-FN-CD '/' WS-MAINT-CUST-NUM
               END-IF
               GO TO 2500-EXIT
           END-IF.

           IF WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748STM - ADD REJECTED, STUB ALREADY EXISTS '
                        '- USE CHANGE'
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
                SELECT UIS_SRV_DSCR
                  INTO :UIS-SRV-DSCR
                  FROM T_UIS_SRV_FN_PGM
                 WHERE UIS_SRV_FN_CD = :WS-MAINT-SRV-FN-CD
                   AND EFF_DATE     <= CURRENT DATE
                   AND END_DATE     >= CURRENT DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748STM - ADD REJECTED, '
                            WS-MAINT-SRV-FN-CD
                            ' IS NOT AN EFFECTIVE SERVICE FUNCTION'
               WHEN OTHER
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748STM - SERVICE FUNCTION CHECK FAILED '
                           'SQLCODE=' SQLCODE
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      * A NEW STUB STARTS FROM AN EMPTY, SUCCESSFUL REPLY CARRYING THE *
      * FUNCTION'S OWN DESCRIPTION, AND HAS NEVER BEEN SERVED.         *
      ******************************************************************
       3100-ADD-ROW.

           INITIALIZE STM-COMMAREA.
           MOVE '00'                        TO ZOS-REQUEST-STATUS.
           MOVE SPACE                       TO ZOS-OPERATION-MODE.
           MOVE UIS-SRV-DSCR                TO ZOS-REPLY-SRV-DSCR.

           PERFORM 3500-APPLY-CARD-TO-REPLY
              THRU 3500-EXIT.

           EXEC SQL
                INSERT INTO T_UIS_STUB_REPLY
                       ( STB_SRV_FN_CD
                       , STB_CUST_NUM
                       , STB_SET_USERID
                       , STB_SET_TS
                       , STB_SERVED_CNT
                       , STB_SLICE_LEN
                       , STB_REPLY_DATA )
                VALUES ( :WS-MAINT-SRV-FN-CD
                       , :WS-MAINT-CUST-NUM
                       , :WS-MAINT-USERID
                       , CURRENT TIMESTAMP
                       , 0
                       , :STB-SLICE-LEN
                       , :STB-REPLY-DATA )
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748STM - ADD COMPLETE FOR '
                        WS-MAINT-SRV-FN-CD '/' WS-MAINT-CUST-NUM
                        ' STATUS=' ZOS-REQUEST-STATUS
           ELSE
               DISPLAY 'F5748STM - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      * THE STORED REPLY IS UNPACKED, THE CARD'S FIELDS LAID OVER IT,  *
      * AND THE RESULT STORED BACK. THE SERVED COUNT IS KEPT.          *
      ******************************************************************
       3200-CHANGE-ROW.

           INITIALIZE STM-COMMAREA.
           IF STB-SLICE-LEN > WS-SLICE-LEN
               MOVE WS-SLICE-LEN            TO STB-SLICE-LEN
           END-IF.
           IF STB-SLICE-LEN > 0
               MOVE STB-REPLY-DATA(1:STB-SLICE-LEN)
                 TO STM-COMMAREA(WS-SLICE-OFF:STB-SLICE-LEN)
           END-IF.

           PERFORM 3500-APPLY-CARD-TO-REPLY
              THRU 3500-EXIT.

           EXEC SQL
                UPDATE T_UIS_STUB_REPLY
                   SET STB_SET_USERID = :WS-MAINT-USERID
                     , STB_SET_TS     = CURRENT TIMESTAMP
                     , STB_SLICE_LEN  = :STB-SLICE-LEN
                     , STB_REPLY_DATA = :STB-REPLY-DATA
                 WHERE STB_SRV_FN_CD  = :WS-MAINT-SRV-FN-CD
                   AND STB_CUST_NUM   = :WS-MAINT-CUST-NUM
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748STM - CHANGE COMPLETE FOR '
                        WS-MAINT-SRV-FN-CD '/' WS-MAINT-CUST-NUM
                        ' STATUS=' ZOS-REQUEST-STATUS
           ELSE
               DISPLAY 'F5748STM - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      ******************************************************************
       3300-DELETE-ROW.

           EXEC SQL
                DELETE FROM T_UIS_STUB_REPLY
                 WHERE STB_SRV_FN_CD = :WS-MAINT-SRV-FN-CD
                   AND STB_CUST_NUM  = :WS-MAINT-CUST-NUM
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748STM - DELETE COMPLETE FOR '
                        WS-MAINT-SRV-FN-CD '/' WS-MAINT-CUST-NUM
           ELSE
               DISPLAY 'F5748STM - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3500-APPLY-CARD-TO-REPLY                      *
      * LAYS THE CARD'S NON-BLANK FIELDS OVER STM-COMMAREA AND PACKS   *
      * ITS SLICE INTO STB-REPLY-DATA. A 00 STATUS CLEARS ANY FAILURE; *
      * ANY OTHER STATUS CARRIES ONE FAILURE WITH THE CARD'S CODE.     *
      ******************************************************************
       3500-APPLY-CARD-TO-REPLY.

           IF WS-MAINT-STATUS NOT = SPACES
               MOVE WS-MAINT-STATUS         TO ZOS-REQUEST-STATUS
               IF ZOS-SUCCESS
                   MOVE ZEROES              TO ZOS-NUM-ERR
                   MOVE ZEROES              TO ZOS-FAILURE-CODE-N(1)
                   MOVE SPACES              TO ZOS-FAILURE-MESSAGE(1)
               ELSE
                   MOVE 1                   TO ZOS-NUM-ERR
                   MOVE WS-MAINT-FAIL-CD    TO ZOS-FAILURE-CODE(1)
                   MOVE WS-STUB-FAILURE-MSG TO ZOS-FAILURE-MESSAGE(1)
               END-IF
           END-IF.

           IF WS-MAINT-CUST-NM NOT = SPACES
               MOVE WS-MAINT-CUST-NM        TO ZOS-REPLY-CUST-NM
           END-IF.

           IF WS-MAINT-SEG-ID NOT = SPACE
               MOVE WS-MAINT-SEG-ID         TO ZOS-REPLY-SEGMENT-ID
           END-IF.

           MOVE SPACES                      TO STB-REPLY-DATA.
           MOVE STM-COMMAREA(WS-SLICE-OFF:WS-SLICE-LEN)
             TO STB-REPLY-DATA(1:WS-SLICE-LEN).
           MOVE WS-SLICE-LEN                TO STB-SLICE-LEN.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-SET-CALLER-FLAG                        *
      * FLAG IS ONLY TAKEN FOR A CALLER THAT IS APPROVED TODAY; UNFLAG *
      * CLEARS THE FLAG ON ANY ROW, WHATEVER ITS STATUS.               *
      ******************************************************************
       5000-SET-CALLER-FLAG.

           IF WS-MAINT-SRC-APP-NM = SPACES
              OR WS-MAINT-USERID = SPACES
               DISPLAY 'F5748STM - REJECTED, CALLER AND REQUESTING '
                        'USERID ARE BOTH REQUIRED'
               MOVE 8                       TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           IF WS-ACTION-IS-FLAG
               MOVE 'Y'                     TO WS-NEW-SAC-STUB-IND
               EXEC SQL
                    UPDATE T_UIS_APPRVD_CALLER
                       SET SAC_STUB_IND = :WS-NEW-SAC-STUB-IND
                     WHERE SRC_APP_NM   = :WS-MAINT-SRC-APP-NM
                       AND EFF_DATE    <= CURRENT DATE
                       AND END_DATE    >= CURRENT DATE
                       AND SAC_STATUS   = 'A'
               END-EXEC
           ELSE
               MOVE 'N'                     TO WS-NEW-SAC-STUB-IND
               EXEC SQL
                    UPDATE T_UIS_APPRVD_CALLER
                       SET SAC_STUB_IND = :WS-NEW-SAC-STUB-IND
                     WHERE SRC_APP_NM   = :WS-MAINT-SRC-APP-NM
               END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   DISPLAY 'F5748STM - ' WS-MAINT-ACTION
                           ' COMPLETE FOR ' WS-MAINT-SRC-APP-NM
                           ' - STUB INDICATOR NOW '
                           WS-NEW-SAC-STUB-IND
                           ' BY ' WS-MAINT-USERID
               WHEN SQLCODE = 100 AND WS-ACTION-IS-FLAG
                   DISPLAY 'F5748STM - FLAG REJECTED, '
                            WS-MAINT-SRC-APP-NM
                            ' IS NOT A CURRENTLY APPROVED CALLER'
                   MOVE 8                   TO RETURN-CODE
               WHEN SQLCODE = 100
                   DISPLAY 'F5748STM - UNFLAG REJECTED, NO CALLER '
                            WS-MAINT-SRC-APP-NM
                   MOVE 8                   TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'F5748STM - CALLER UPDATE FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                   TO RETURN-CODE
           END-EVALUATE.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       6000-LIST-STUBS                          *
      * THE STUBS ON FILE (FOR THE CARD'S FUNCTION, OR ALL), THEN THE  *
      * CALLERS CURRENTLY FLAGGED TO RECEIVE THEM.                     *
      ******************************************************************
       6000-LIST-STUBS.

           MOVE WS-MAINT-SRV-FN-CD          TO WS-LIST-SRV-FN-CD.
           MOVE ZEROES                      TO WS-LIST-COUNT.
           MOVE 'N'                         TO WS-EOF-SW.

           DISPLAY 'F5748STM - SERVICE STUBS ON FILE'.
           DISPLAY 'FUNC  CUSTOMER    SET-BY    SET-AT'
                   '                         SERVED'.

           EXEC SQL
                OPEN STUB-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748STM - STUB CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-LIST-ONE-STUB
              THRU 6100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE STUB-CSR
           END-EXEC.

           DISPLAY 'F5748STM - STUBS LISTED : ' WS-LIST-COUNT.

           MOVE ZEROES                      TO WS-LIST-COUNT.
           MOVE 'N'                         TO WS-EOF-SW.

           DISPLAY 'F5748STM - CALLERS FLAGGED FOR STUBBING'.
           DISPLAY 'SRC-APP     ST  DESCRIPTION'.

           EXEC SQL
                OPEN FLAGGED-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748STM - CALLER CURSOR OPEN FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6200-LIST-ONE-CALLER
              THRU 6200-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE FLAGGED-CSR
           END-EXEC.

           DISPLAY 'F5748STM - CALLERS LISTED : ' WS-LIST-COUNT.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     6100-LIST-ONE-STUB                         *
      ******************************************************************
       6100-LIST-ONE-STUB.

           EXEC SQL
                FETCH STUB-CSR
                INTO  :STB-SRV-FN-CD
                     ,:STB-CUST-NUM
                     ,:STB-SET-USERID
                     ,:STB-SET-TS
                     ,:STB-SERVED-CNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                    TO WS-LIST-COUNT
                   MOVE STB-SERVED-CNT      TO WS-SERVED-CNT-DSP
                   IF STB-CUST-NUM = SPACES
                       DISPLAY STB-SRV-FN-CD '  (DEFAULT)   '
                               STB-SET-USERID '  ' STB-SET-TS
                               WS-SERVED-CNT-DSP
                   ELSE
                       DISPLAY STB-SRV-FN-CD '  ' STB-CUST-NUM '  '
                               STB-SET-USERID '  ' STB-SET-TS
                               WS-SERVED-CNT-DSP
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR        TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748STM - STUB FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                   TO RETURN-CODE
                   SET WS-EOF-CURSOR        TO TRUE
           END-EVALUATE.
           .
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6200-LIST-ONE-CALLER                        *
      ******************************************************************
       6200-LIST-ONE-CALLER.

           EXEC SQL
                FETCH FLAGGED-CSR
                INTO  :SAC-SRC-APP-NM
                     ,:SAC-APPRVD-CALLER-DSCR
                     ,:SAC-STATUS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                    TO WS-LIST-COUNT
                   DISPLAY SAC-SRC-APP-NM '  ' SAC-STATUS '   '
                           SAC-APPRVD-CALLER-DSCR
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR        TO TRUE
               WHEN OTHER
                   DISPLAY 'F5748STM - CALLER FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                   TO RETURN-CODE
                   SET WS-EOF-CURSOR        TO TRUE
           END-EVALUATE.
           .
       6200-EXIT.
           EXIT.

       END PROGRAM F5748STM.
