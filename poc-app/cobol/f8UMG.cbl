      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748UMG.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748UMG:     CUSTOMER UNMERGE UTILITY                        *
      *                                                                *
      *  FUNCTION:     REVERSES A F5748MRG MERGE THAT JOINED TWO       *
      *                CUSTOMER NUMBERS WHICH TURN OUT TO BE DIFFERENT *
      *                PEOPLE (A PARENT AND CHILD OF THE SAME NAME),   *
      *                UNDER DUAL CONTROL, IN THREE STEPS:             *
      *                                                                *
      *                PROPOSE - NAMES THE RETIRED NUMBER TO PUT BACK  *
      *                  AND, ON THE SPLIT LIST, THE CHILD ROWS NOW    *
      *                  UNDER THE SURVIVOR (CONTACT, CONSENT, NOTES,  *
      *                  AUTHORIZED REPRESENTATIVES) THAT BELONG TO    *
      *                  IT. THE ROW TO BE RESTORED IS BUILT FROM THE  *
      *                  MERGE CROSS-REFERENCE (SEGMENT, NAME) AND THE *
      *                  NUMBER'S LAST IMAGE ON T_CUST_DATA_HIST (DATE *
      *                  OF BIRTH), AND IS LISTED WITH THE SPLIT LIST  *
      *                  FOR THE APPROVER. NOTHING IS CHANGED.         *
      *                APPROVE - A DATA STEWARD ON A SECOND, DIFFERENT *
      *                  USERID APPROVES THE PROPOSAL - THE SAME RULE  *
      *                  AS F5748ACM.                                  *
      *                EXECUTE - IN ONE UNIT OF WORK: THE RETIRED      *
      *                  NUMBER'S T_CUST_DATA ROW IS PUT BACK (WITH AN *
      *                  UNMRG HISTORY ROW); THE SEGMENT HISTORY THE   *
      *                  MERGE COPIED UNDER THE SURVIVOR IS REMOVED, SO*
      *                  THE SURVIVOR'S PRIOR-SEGMENT INFORCE FALLBACK *
      *                  NO LONGER FINDS THE OTHER PERSON'S DATA; THE  *
      *                  LISTED CHILD ROWS ARE REASSIGNED; THE MERGE   *
      *                  CROSS-REFERENCE IS DELETED, WHICH LIFTS THE   *
      *                  REDIRECT 3220-CHECK-MERGED-CUST GIVES A CALLER*
      *                  ON THE RETIRED NUMBER; THE CACHED INFORCE     *
      *                  ROSTERS AND REPLIES OF BOTH NUMBERS ARE       *
      *                  DROPPED; AND A CORRECTION LETTER TO EACH      *
      *                  CUSTOMER IS QUEUED ON T_CORR_REQUEST FOR THE  *
      *                  NIGHTLY F5748CRN. ANY FAILURE BACKS OUT THE   *
      *                  WHOLE UNMERGE AND LEAVES THE REQUEST APPROVED,*
      *                  SO THE SAME EXECUTE CARD CAN BE RERUN.        *
      *                                                                *
      *                NEITHER NUMBER MAY BE UNDER AN ACTIVE LEGAL     *
      *                HOLD. THE RESTORED NUMBER IS FOUND BY THE NAME  *
      *                SEARCH AFTER THE NEXT F5748PHB REBUILD. THE     *
      *                UPSTREAM SYSTEM OF RECORD MUST CARRY THE        *
      *                RESTORED NUMBER, OR THE NEXT F5748REC LOAD WILL *
      *                DELETE IT AGAIN. F5748DSW WILL GO ON PAIRING    *
      *                THE TWO NUMBERS, AS IT DOES ANY PAIR A STEWARD  *
      *                HAS CLOSED AS NOT A DUPLICATE.                  *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                           *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE CONTROL CARD:                    *
      *                   COLS 01-07  ACTION  (PROPOSE/APPROVE/        *
      *                               EXECUTE)                         *
      *                   COLS 08-16  REQUEST-ID (APPROVE/EXECUTE,     *
      *                               ZERO-FILLED)                     *
      *                   COLS 17-26  RETIRED CUST-NUM    (PROPOSE)    *
      *                   COLS 27-66  REASON              (PROPOSE)    *
      *                2. SPLITIN - THE SPLIT LIST (PROPOSE ONLY), ONE *
      *                   RECORD PER CHILD ROW TO GO BACK:             *
      *                   COLS 01-04  CHILD TYPE (CNTC, CNST, NOTE,    *
      *                               AREP)                            *
      *                   COLS 05-13  NOTE OR REP SEQUENCE UNDER THE   *
      *                               SURVIVOR (NOTE/AREP, ZERO-       *
      *                               FILLED)                          *
      *                   AN EMPTY LIST LEAVES EVERY CHILD ROW WITH THE*
      *                   SURVIVOR.                                    *
      *                                                                *
      *  RETURN CODE:  0 DONE, 4 EXECUTED WITH SPLIT-LIST ROWS SKIPPED,*
      *                8 REJECTED OR DB2 FAILURE (NOTHING CHANGED)     *
      *                                                                *
      *  DB2 TABLES:   T_UIS_UNMERGE_RQST (READ/INSERT/UPDATE)         *
      *                T_UIS_UNMERGE_SPLIT (READ/INSERT/UPDATE)        *
      *                T_CUST_MERGE_XREF (READ/DELETE)                 *
      *                T_CUST_DATA (READ/INSERT)                       *
      *                T_CUST_DATA_HIST (READ/INSERT)                  *
      *                T_CUST_SEG_HIST (DELETE)                        *
      *                T_UIS_LEGAL_HOLD (READ)                         *
      *                T_CUST_CONTACT (READ/UPDATE)                    *
      *                T_CUST_CONSENT (READ/UPDATE)                    *
      *                T_CUST_NOTE (READ/UPDATE)                       *
      *                T_CUST_AUTH_REP (READ/UPDATE)                   *
      *                T_UIS_INF_CACHE (DELETE)                        *
      *                T_UIS_REPLY_CACHE (DELETE)                      *
      *                T_CORR_REQUEST (INSERT)                         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-LIST-FILE           ASSIGN TO SPLITIN
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-LIST-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  SPLIT-LIST-RECORD.
           05  SL-CHILD-TYPE                PIC X(04).
           05  SL-CHILD-SEQ                 PIC X(09).
           05  SL-CHILD-SEQ-N REDEFINES SL-CHILD-SEQ
                                            PIC 9(09).
           05  FILLER                       PIC X(67).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748UMG'.
      * TEMPLATE THE PRINT/MAIL SYSTEM RENDERS FOR AN UNMERGE NOTICE.
           05  WS-LETTER-TEMPLATE           PIC X(08) VALUE 'UNMNOTIF'.

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION               PIC X(07) VALUE SPACES.
               88  WS-ACTION-IS-PROPOSE               VALUE 'PROPOSE'.
               88  WS-ACTION-IS-APPROVE               VALUE 'APPROVE'.
               88  WS-ACTION-IS-EXECUTE               VALUE 'EXECUTE'.
           05  WS-CARD-RQST-ID              PIC X(09) VALUE SPACES.
           05  WS-CARD-RQST-ID-N REDEFINES WS-CARD-RQST-ID
                                            PIC 9(09).
           05  WS-CARD-RETIRED-CUST-NUM     PIC X(10) VALUE SPACES.
           05  WS-CARD-REASON               PIC X(40) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-RQST-ID                   PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RQST-ID-DSP               PIC Z(08)9.
           05  WS-SEQ-DSP                   PIC Z(08)9.
           05  WS-NEW-SEQ-DSP               PIC Z(08)9.
           05  WS-OPEN-RQSTS                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ROW-COUNT                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CHILD-DESC                PIC X(50) VALUE SPACES.
           05  WS-UNMERGE-TS                PIC X(26) VALUE SPACES.
           05  WS-LETTER-CUST-NUM           PIC X(10) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-SPLIT-READ-COUNT          PIC 9(05) VALUE ZEROES.
           05  WS-SPLIT-LISTED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-SPLIT-MOVED-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-SPLIT-SKIPPED-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-SEG-HIST-REMOVED          PIC 9(05) VALUE ZEROES.
           05  WS-LETTERS-WRITTEN           PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-SPLIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-SPLIT-EOF                       VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-EXEC-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-EXEC-FAILED                     VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_UNMERGE_RQST
           EXEC SQL
                INCLUDE F5748UMR
           END-EXEC.

      * DCLGEN FOR T_UIS_UNMERGE_SPLIT
           EXEC SQL
                INCLUDE F5748UMS
           END-EXEC.

      * DCLGEN FOR T_CUST_MERGE_XREF
           EXEC SQL
                INCLUDE F5748MRX
           END-EXEC.

      * DCLGEN FOR T_CUST_DATA
           EXEC SQL
                INCLUDE F5748CST
           END-EXEC.

      * DCLGEN FOR T_UIS_LEGAL_HOLD - SEE 2200-CHECK-LEGAL-HOLDS
           EXEC SQL
                INCLUDE F5748LGH
           END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL
                INCLUDE F5748CCT
           END-EXEC.

      * DCLGEN FOR T_CUST_CONSENT
           EXEC SQL
                INCLUDE F5748CNS
           END-EXEC.

      * DCLGEN FOR T_CUST_NOTE
           EXEC SQL
                INCLUDE F5748NTE
           END-EXEC.

      * DCLGEN FOR T_CUST_AUTH_REP
           EXEC SQL
                INCLUDE F5748ARP
           END-EXEC.

      * DCLGEN FOR T_CORR_REQUEST - SEE 4700-WRITE-CORRECTION-LETTER
           EXEC SQL
                INCLUDE F5748CRQ
           END-EXEC.

      * THE APPROVED SPLIT LIST, IN THE ORDER IT WAS PROPOSED.
           EXEC SQL
                DECLARE SPLIT-CSR CURSOR FOR
                SELECT UMS_CHILD_TYPE, UMS_CHILD_SEQ
                  FROM T_UIS_UNMERGE_SPLIT
                 WHERE UMS_RQST_ID = :WS-RQST-ID
                 ORDER BY UMS_CHILD_TYPE, UMS_CHILD_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748UMG WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-ACTION-IS-PROPOSE
                   PERFORM 2000-PROPOSE-UNMERGE
                      THRU 2000-EXIT
               WHEN WS-ACTION-IS-APPROVE
                   PERFORM 3000-APPROVE-UNMERGE
                      THRU 3000-EXIT
               WHEN WS-ACTION-IS-EXECUTE
                   PERFORM 4000-EXECUTE-UNMERGE
                      THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748UMG - INVALID ACTION ON CONTROL '
                           'CARD: ' WS-CARD-ACTION
                   MOVE 8                    TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-CONTROL-CARD            FROM SYSIN.

           IF WS-CARD-RQST-ID NUMERIC
               MOVE WS-CARD-RQST-ID-N        TO WS-RQST-ID
           END-IF.

           DISPLAY 'F5748UMG - ACTION=' WS-CARD-ACTION
                    ' REQUEST=' WS-CARD-RQST-ID
                    ' RETIRED=' WS-CARD-RETIRED-CUST-NUM.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-PROPOSE-UNMERGE                      *
      * RECORDS THE UNMERGE AND ITS SPLIT LIST AWAITING APPROVAL AND   *
      * LISTS THEM. A SPLIT-LIST RECORD THAT DOES NOT NAME A CHILD     *
      * ROW NOW UNDER THE SURVIVOR REJECTS THE WHOLE PROPOSAL.         *
      ******************************************************************
       2000-PROPOSE-UNMERGE.

           PERFORM 2100-EDIT-RETIRED-NUMBER
              THRU 2100-EXIT.

           IF NOT WS-EDITS-PASSED
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-RECORD-REQUEST
              THRU 2300-EXIT.

           IF NOT WS-EDITS-PASSED
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'SPLIT LIST - CHILD ROWS GOING BACK TO '
                   UMR-RETIRED-CUST-NUM.
           DISPLAY 'TYPE       SEQ  DETAIL'.

           OPEN INPUT SPLIT-LIST-FILE.

           PERFORM 2400-LOAD-SPLIT-RECORD
              THRU 2400-EXIT
              UNTIL WS-SPLIT-EOF.

           CLOSE SPLIT-LIST-FILE.

           IF NOT WS-EDITS-PASSED
               EXEC SQL
                    ROLLBACK
               END-EXEC
               DISPLAY 'F5748UMG - PROPOSAL REJECTED - NOTHING '
                       'RECORDED'
               MOVE 8                        TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-RQST-ID                   TO WS-RQST-ID-DSP.
           DISPLAY ' '.
           DISPLAY 'F5748UMG - REQUEST ' WS-RQST-ID-DSP ' PROPOSED'.
           DISPLAY 'F5748UMG - RESTORE  : ' UMR-RETIRED-CUST-NUM
                   ' SEG=' UMR-RETIRED-SEG-ID
                   ' DOB=' UMR-RETIRED-CUST-DOB.
           DISPLAY '                      ' UMR-RETIRED-CUST-NM.
           DISPLAY 'F5748UMG - SURVIVOR : ' UMR-SURVIVOR-CUST-NUM.
           DISPLAY 'F5748UMG - MERGED   : ' UMR-MERGE-TS
                   ' BY ' UMR-MERGE-USERID.
           DISPLAY 'F5748UMG - ' WS-SPLIT-LISTED-COUNT
                   ' CHILD ROWS GO BACK; EVERY OTHER CHILD ROW STAYS '
                   'WITH THE SURVIVOR'.
           DISPLAY 'F5748UMG - A DATA STEWARD ON A SECOND USERID '
                   'MUST APPROVE BEFORE THE UNMERGE CAN BE EXECUTED'.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-EDIT-RETIRED-NUMBER                    *
      * THE NUMBER MUST HAVE BEEN RETIRED BY A MERGE, MUST NOT BE      *
      * BACK ON FILE ALREADY, AND MUST NOT HAVE AN UNMERGE IN FLIGHT.  *
      * THE SURVIVOR MUST STILL BE ON FILE.                            *
      ******************************************************************
       2100-EDIT-RETIRED-NUMBER.

           MOVE 'Y'                          TO WS-EDITS-PASSED-SW.

           EXEC SQL
                SELECT MRX_SURVIVOR_CUST_NUM
                     , MRX_RETIRED_SEG_ID
                     , MRX_RETIRED_CUST_NM
                     , CHAR(MRX_MERGE_TS)
                     , MRX_MERGE_USERID
                  INTO :MRX-SURVIVOR-CUST-NUM
                     , :MRX-RETIRED-SEG-ID
                     , :MRX-RETIRED-CUST-NM
                     , :MRX-MERGE-TS
                     , :MRX-MERGE-USERID
                  FROM T_CUST_MERGE_XREF
                 WHERE MRX_RETIRED_CUST_NUM
                       = :WS-CARD-RETIRED-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REJECTED, ' WS-CARD-RETIRED-CUST-NUM
                       ' WAS NOT RETIRED BY A MERGE (SQLCODE='
                       SQLCODE ')'
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-CARD-RETIRED-CUST-NUM     TO UMR-RETIRED-CUST-NUM.
           MOVE MRX-SURVIVOR-CUST-NUM        TO UMR-SURVIVOR-CUST-NUM.
           MOVE MRX-RETIRED-SEG-ID           TO UMR-RETIRED-SEG-ID.
           MOVE MRX-RETIRED-CUST-NM          TO UMR-RETIRED-CUST-NM.
           MOVE MRX-MERGE-TS                 TO UMR-MERGE-TS.
           MOVE MRX-MERGE-USERID             TO UMR-MERGE-USERID.

           MOVE UMR-RETIRED-CUST-NUM         TO CUST-NUM.

           EXEC SQL
                SELECT SEG_ID
                  INTO :SEG-ID
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 100
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REJECTED, ' UMR-RETIRED-CUST-NUM
                       ' IS ALREADY ON T_CUST_DATA (SQLCODE='
                       SQLCODE ')'
               GO TO 2100-EXIT
           END-IF.

           MOVE UMR-SURVIVOR-CUST-NUM        TO CUST-NUM.

           EXEC SQL
                SELECT SEG_ID
                  INTO :SEG-ID
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REJECTED, SURVIVOR '
                       UMR-SURVIVOR-CUST-NUM ' IS NO LONGER ON '
                       'T_CUST_DATA (SQLCODE=' SQLCODE ')'
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-RQSTS
                  FROM T_UIS_UNMERGE_RQST
                 WHERE UMR_RETIRED_CUST_NUM = :UMR-RETIRED-CUST-NUM
                   AND UMR_STATUS IN ('P', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
            OR WS-OPEN-RQSTS > 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REJECTED, ' UMR-RETIRED-CUST-NUM
                       ' ALREADY HAS AN UNMERGE IN FLIGHT (SQLCODE='
                       SQLCODE ')'
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-CHECK-LEGAL-HOLDS
              THRU 2200-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-FIND-RETIRED-DOB
              THRU 2150-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2150-FIND-RETIRED-DOB                      *
      * THE MERGE ROW F5748MRG WRITES CARRIES THE RETIRED ROW'S LAST   *
      * IMAGE. A MERGE OLDER THAN THAT ROW FALLS BACK TO THE LAST      *
      * IMAGE THE NIGHTLY LOAD APPLIED. WITH NEITHER, THE ROW CANNOT   *
      * BE PUT BACK HERE.                                              *
      ******************************************************************
       2150-FIND-RETIRED-DOB.

           EXEC SQL
                SELECT CASE WHEN CHH_CHANGE_TYPE = 'MERGE'
                            THEN CHH_PRIOR_CUST_DOB
                            ELSE CHH_NEW_CUST_DOB
                       END
                  INTO :UMR-RETIRED-CUST-DOB
                  FROM T_CUST_DATA_HIST
                 WHERE CHH_CUST_NUM = :UMR-RETIRED-CUST-NUM
                   AND CHH_CHANGE_TYPE IN ('MERGE', 'ADD', 'CHANGE')
                 ORDER BY CHH_EFF_TS DESC
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REJECTED, NO IMAGE OF '
                       UMR-RETIRED-CUST-NUM ' ON T_CUST_DATA_HIST TO '
                       'RESTORE FROM (SQLCODE=' SQLCODE ')'
           END-IF.
           .
       2150-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-CHECK-LEGAL-HOLDS                     *
      * AN UNMERGE REWRITES BOTH CUSTOMERS' RECORDS - NEITHER MAY BE   *
      * UNDER AN ACTIVE LEGAL HOLD. CHECKED AGAIN AT EXECUTION.        *
      ******************************************************************
       2200-CHECK-LEGAL-HOLDS.

           EXEC SQL
                SELECT LGH_CUST_NUM, LGH_HOLD_ID
                  INTO :LGH-CUST-NUM, :LGH-HOLD-ID
                  FROM T_UIS_LEGAL_HOLD
                 WHERE LGH_CUST_NUM IN ( :UMR-SURVIVOR-CUST-NUM
                                       , :UMR-RETIRED-CUST-NUM )
                   AND LGH_STATUS = 'A'
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N'                  TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748UMG - REFUSED, CUSTOMER '
                            LGH-CUST-NUM ' IS UNDER ACTIVE LEGAL '
                            'HOLD ' LGH-HOLD-ID
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'                  TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748UMG - LEGAL HOLD CHECK FAILED '
                           'SQLCODE=' SQLCODE ' - UNMERGE REFUSED'
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2300-RECORD-REQUEST                       *
      ******************************************************************
       2300-RECORD-REQUEST.

           EXEC SQL
                SELECT COALESCE(MAX(UMR_RQST_ID), 0) + 1
                  INTO :WS-RQST-ID
                  FROM T_UIS_UNMERGE_RQST
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REQUEST ID LOOKUP FAILED SQLCODE='
                        SQLCODE
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-CARD-REASON               TO UMR-REASON.

           EXEC SQL
                INSERT INTO T_UIS_UNMERGE_RQST
                       ( UMR_RQST_ID
                       , UMR_RETIRED_CUST_NUM
                       , UMR_SURVIVOR_CUST_NUM
                       , UMR_RETIRED_SEG_ID
                       , UMR_RETIRED_CUST_NM
                       , UMR_RETIRED_CUST_DOB
                       , UMR_MERGE_TS
                       , UMR_MERGE_USERID
                       , UMR_REASON
                       , UMR_STATUS
                       , UMR_RQST_USERID
                       , UMR_RQST_TS
                       , UMR_APPRV_USERID
                       , UMR_APPRV_TS
                       , UMR_COMPLETE_TS )
                VALUES ( :WS-RQST-ID
                       , :UMR-RETIRED-CUST-NUM
                       , :UMR-SURVIVOR-CUST-NUM
                       , :UMR-RETIRED-SEG-ID
                       , :UMR-RETIRED-CUST-NM
                       , :UMR-RETIRED-CUST-DOB
                       , TIMESTAMP(:UMR-MERGE-TS)
                       , :UMR-MERGE-USERID
                       , :UMR-REASON
                       , 'P'
                       , USER
                       , CURRENT TIMESTAMP
                       , ' '
                       , CURRENT TIMESTAMP
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - REQUEST INSERT FAILED SQLCODE='
                        SQLCODE
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2400-LOAD-SPLIT-RECORD                     *
      ******************************************************************
       2400-LOAD-SPLIT-RECORD.

           READ SPLIT-LIST-FILE
               AT END
                   SET WS-SPLIT-EOF          TO TRUE
                   GO TO 2400-EXIT
           END-READ.

           ADD 1                             TO WS-SPLIT-READ-COUNT.

           MOVE SL-CHILD-TYPE                TO UMS-CHILD-TYPE.

           IF NOT UMS-CHILD-TYPE-VALID
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - SPLIT RECORD ' WS-SPLIT-READ-COUNT
                       ' HAS AN UNKNOWN CHILD TYPE: ' SL-CHILD-TYPE
               GO TO 2400-EXIT
           END-IF.

           IF UMS-CHILD-IS-NOTE
            OR UMS-CHILD-IS-AUTH-REP
               IF SL-CHILD-SEQ NOT NUMERIC
                   MOVE 'N'                  TO WS-EDITS-PASSED-SW
                   DISPLAY 'F5748UMG - SPLIT RECORD '
                           WS-SPLIT-READ-COUNT ' NEEDS A NUMERIC '
                           'SEQUENCE: ' SL-CHILD-SEQ
                   GO TO 2400-EXIT
               END-IF
               MOVE SL-CHILD-SEQ-N           TO UMS-CHILD-SEQ
           ELSE
               MOVE ZEROES                   TO UMS-CHILD-SEQ
           END-IF.

           PERFORM 2410-DESCRIBE-CHILD-ROW
              THRU 2410-EXIT.

           MOVE UMS-CHILD-SEQ                TO WS-SEQ-DSP.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - SPLIT RECORD ' WS-SPLIT-READ-COUNT
                       ' - NO ' UMS-CHILD-TYPE ' ' WS-SEQ-DSP
                       ' UNDER ' UMR-SURVIVOR-CUST-NUM
                       ' (SQLCODE=' SQLCODE ')'
               GO TO 2400-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_UNMERGE_SPLIT
                       ( UMS_RQST_ID
                       , UMS_CHILD_TYPE
                       , UMS_CHILD_SEQ
                       , UMS_STATUS
                       , UMS_NEW_SEQ
                       , UMS_SKIP_RSN
                       , UMS_SETTLED_TS )
                VALUES ( :WS-RQST-ID
                       , :UMS-CHILD-TYPE
                       , :UMS-CHILD-SEQ
                       , 'P'
                       , 0
                       , ' '
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                      TO WS-EDITS-PASSED-SW
               DISPLAY 'F5748UMG - SPLIT RECORD ' WS-SPLIT-READ-COUNT
                       ' NOT RECORDED - LISTED TWICE? (SQLCODE='
                       SQLCODE ')'
               GO TO 2400-EXIT
           END-IF.

           ADD 1                             TO WS-SPLIT-LISTED-COUNT.

           DISPLAY UMS-CHILD-TYPE ' ' WS-SEQ-DSP '  ' WS-CHILD-DESC.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2410-DESCRIBE-CHILD-ROW                     *
      * READS THE CHILD ROW UNDER THE SURVIVOR, FOR THE APPROVER'S     *
      * LIST. SQLCODE IS LEFT FOR THE CALLER - 100 MEANS THERE IS NO   *
      * SUCH ROW.                                                      *
      ******************************************************************
       2410-DESCRIBE-CHILD-ROW.

           MOVE SPACES                       TO WS-CHILD-DESC.

           EVALUATE TRUE
               WHEN UMS-CHILD-IS-CONTACT
                   EXEC SQL
                        SELECT CCT_ADDR_LINE_1, CCT_CITY
                          INTO :CCT-ADDR-LINE-1, :CCT-CITY
                          FROM T_CUST_CONTACT
                         WHERE CCT_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                   END-EXEC
                   STRING CCT-ADDR-LINE-1(1:30) ' '
                          CCT-CITY(1:19)
                          DELIMITED BY SIZE INTO WS-CHILD-DESC
               WHEN UMS-CHILD-IS-CONSENT
                   EXEC SQL
                        SELECT CNS_HH_DISCL_IND, CNS_MKTG_IND
                          INTO :CNS-HH-DISCL-IND, :CNS-MKTG-IND
                          FROM T_CUST_CONSENT
                         WHERE CNS_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                   END-EXEC
                   STRING 'HOUSEHOLD DISCLOSURE=' CNS-HH-DISCL-IND
                          ' MARKETING=' CNS-MKTG-IND
                          DELIMITED BY SIZE INTO WS-CHILD-DESC
               WHEN UMS-CHILD-IS-NOTE
                   EXEC SQL
                        SELECT NTE_NOTE_TYPE, NTE_NOTE_TEXT_1
                          INTO :NTE-NOTE-TYPE, :NTE-NOTE-TEXT-1
                          FROM T_CUST_NOTE
                         WHERE NTE_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                           AND NTE_NOTE_SEQ = :UMS-CHILD-SEQ
                   END-EXEC
                   STRING NTE-NOTE-TYPE ' ' NTE-NOTE-TEXT-1(1:45)
                          DELIMITED BY SIZE INTO WS-CHILD-DESC
               WHEN UMS-CHILD-IS-AUTH-REP
                   EXEC SQL
                        SELECT ARP_REL_TYPE, ARP_REP_NM
                          INTO :ARP-REL-TYPE, :ARP-REP-NM
                          FROM T_CUST_AUTH_REP
                         WHERE ARP_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                           AND ARP_REP_SEQ  = :UMS-CHILD-SEQ
                   END-EXEC
                   STRING ARP-REL-TYPE ' ' ARP-REP-NM(1:45)
                          DELIMITED BY SIZE INTO WS-CHILD-DESC
           END-EVALUATE.
           .
       2410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3000-APPROVE-UNMERGE                      *
      * THE UPDATE ONLY HITS A PROPOSED REQUEST RAISED BY A DIFFERENT  *
      * USERID, SO NOBODY CAN APPROVE THEIR OWN UNMERGE.               *
      ******************************************************************
       3000-APPROVE-UNMERGE.

           EXEC SQL
                UPDATE T_UIS_UNMERGE_RQST
                   SET UMR_STATUS       = 'A'
                     , UMR_APPRV_USERID = USER
                     , UMR_APPRV_TS     = CURRENT TIMESTAMP
                 WHERE UMR_RQST_ID      = :WS-RQST-ID
                   AND UMR_STATUS       = 'P'
                   AND UMR_RQST_USERID <> USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   DISPLAY 'F5748UMG - APPROVED: REQUEST '
                            WS-CARD-RQST-ID
               WHEN SQLCODE = 100
                   DISPLAY 'F5748UMG - APPROVE REJECTED - NO '
                           'PROPOSED REQUEST ' WS-CARD-RQST-ID
                           ' RAISED BY A DIFFERENT USERID'
                   MOVE 8                    TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'F5748UMG - APPROVE FAILED SQLCODE='
                            SQLCODE
                   MOVE 8                    TO RETURN-CODE
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-EXECUTE-UNMERGE                      *
      * CARRIES OUT AN APPROVED UNMERGE AS ONE UNIT OF WORK - IT IS    *
      * COMMITTED WHOLE OR BACKED OUT WHOLE.                           *
      ******************************************************************
       4000-EXECUTE-UNMERGE.

           EXEC SQL
                SELECT UMR_RETIRED_CUST_NUM
                     , UMR_SURVIVOR_CUST_NUM
                     , UMR_RETIRED_SEG_ID
                     , UMR_RETIRED_CUST_NM
                     , UMR_RETIRED_CUST_DOB
                     , CHAR(UMR_MERGE_TS)
                     , UMR_STATUS
                  INTO :UMR-RETIRED-CUST-NUM
                     , :UMR-SURVIVOR-CUST-NUM
                     , :UMR-RETIRED-SEG-ID
                     , :UMR-RETIRED-CUST-NM
                     , :UMR-RETIRED-CUST-DOB
                     , :UMR-MERGE-TS
                     , :UMR-STATUS
                  FROM T_UIS_UNMERGE_RQST
                 WHERE UMR_RQST_ID = :WS-RQST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - EXECUTE REJECTED - NO REQUEST '
                       WS-CARD-RQST-ID ' (SQLCODE=' SQLCODE ')'
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           IF NOT UMR-IS-APPROVED
               DISPLAY 'F5748UMG - EXECUTE REJECTED - REQUEST '
                       WS-CARD-RQST-ID ' HAS STATUS ' UMR-STATUS
                       ', NOT APPROVED'
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'Y'                          TO WS-EDITS-PASSED-SW.

           PERFORM 2200-CHECK-LEGAL-HOLDS
              THRU 2200-EXIT.

           IF NOT WS-EDITS-PASSED
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-UNMERGE-TS = CURRENT TIMESTAMP
           END-EXEC.

           PERFORM 4100-RESTORE-RETIRED-ROW
              THRU 4100-EXIT.

           IF NOT WS-EXEC-FAILED
               PERFORM 4200-UNWIND-SEGMENT-HISTORY
                  THRU 4200-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               PERFORM 4300-REASSIGN-CHILD-ROWS
                  THRU 4300-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               PERFORM 4500-LIFT-MERGE-REDIRECT
                  THRU 4500-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               PERFORM 4600-CLEAR-CACHES
                  THRU 4600-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               MOVE UMR-SURVIVOR-CUST-NUM    TO WS-LETTER-CUST-NUM
               PERFORM 4700-WRITE-CORRECTION-LETTER
                  THRU 4700-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               MOVE UMR-RETIRED-CUST-NUM     TO WS-LETTER-CUST-NUM
               PERFORM 4700-WRITE-CORRECTION-LETTER
                  THRU 4700-EXIT
           END-IF.

           IF NOT WS-EXEC-FAILED
               EXEC SQL
                    UPDATE T_UIS_UNMERGE_RQST
                       SET UMR_STATUS      = 'C'
                         , UMR_COMPLETE_TS = CURRENT TIMESTAMP
                     WHERE UMR_RQST_ID     = :WS-RQST-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'F5748UMG - REQUEST UPDATE FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXEC-FAILED        TO TRUE
               END-IF
           END-IF.

           IF WS-EXEC-FAILED
               EXEC SQL
                    ROLLBACK
               END-EXEC
               DISPLAY 'F5748UMG - UNMERGE BACKED OUT - REQUEST '
                       WS-CARD-RQST-ID ' LEFT APPROVED; CORRECT THE '
                       'CAUSE AND RESUBMIT THE SAME CARD'
               MOVE 8                        TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4100-RESTORE-RETIRED-ROW                    *
      * PUTS BACK THE ROW THE APPROVER SAW, AND RECORDS IT ON THE      *
      * LOAD HISTORY AS AN UNMRG ROW.                                  *
      ******************************************************************
       4100-RESTORE-RETIRED-ROW.

           EXEC SQL
                INSERT INTO T_CUST_DATA
                       ( CUST_NUM
                       , SEG_ID
                       , CUST_NM
                       , CUST_DOB )
                VALUES ( :UMR-RETIRED-CUST-NUM
                       , :UMR-RETIRED-SEG-ID
                       , :UMR-RETIRED-CUST-NM
                       , :UMR-RETIRED-CUST-DOB )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - RESTORE OF ' UMR-RETIRED-CUST-NUM
                       ' FAILED SQLCODE=' SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4100-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_CUST_DATA_HIST
                       ( CHH_CUST_NUM
                       , CHH_CHANGE_TYPE
                       , CHH_PRIOR_SEG_ID
                       , CHH_PRIOR_CUST_NM
                       , CHH_PRIOR_CUST_DOB
                       , CHH_NEW_SEG_ID
                       , CHH_NEW_CUST_NM
                       , CHH_NEW_CUST_DOB
                       , CHH_EFF_TS
                       , CHH_RUN_DATE )
                VALUES ( :UMR-RETIRED-CUST-NUM
                       , 'UNMRG'
                       , ' '
                       , ' '
                       , ' '
                       , :UMR-RETIRED-SEG-ID
                       , :UMR-RETIRED-CUST-NM
                       , :UMR-RETIRED-CUST-DOB
                       , CURRENT TIMESTAMP
                       , CURRENT DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - UNMERGE HISTORY INSERT FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
           END-IF.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4200-UNWIND-SEGMENT-HISTORY                   *
      * F5748MRG COPIED THE RETIRED NUMBER'S TRANSFER HISTORY UNDER    *
      * THE SURVIVOR (THE RETIRED NUMBER KEPT ITS OWN ROWS) AND ADDED  *
      * A ROW FOR THE RETIRED NUMBER'S SEGMENT, STAMPED JUST BEFORE    *
      * THE CROSS-REFERENCE. BOTH ARE TAKEN OFF THE SURVIVOR, OR ITS   *
      * INFORCE FALLBACK WOULD GO ON READING THE OTHER PERSON'S        *
      * SEGMENT.                                                       *
      ******************************************************************
       4200-UNWIND-SEGMENT-HISTORY.

           EXEC SQL
                DELETE FROM T_CUST_SEG_HIST S
                 WHERE S.CSH_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                   AND (EXISTS
                         (SELECT 1
                            FROM T_CUST_SEG_HIST R
                           WHERE R.CSH_CUST_NUM
                                 = :UMR-RETIRED-CUST-NUM
                             AND R.CSH_PRIOR_SEG_ID
                                 = S.CSH_PRIOR_SEG_ID
                             AND R.CSH_XFER_TS = S.CSH_XFER_TS)
                    OR (S.CSH_PRIOR_SEG_ID = :UMR-RETIRED-SEG-ID
                    AND S.CSH_XFER_TS
                        BETWEEN TIMESTAMP(:UMR-MERGE-TS) - 1 MINUTE
                            AND TIMESTAMP(:UMR-MERGE-TS)))
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-SEG-HIST-REMOVED
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'F5748UMG - SEGMENT HISTORY DELETE FAILED '
                           'SQLCODE=' SQLCODE
                   SET WS-EXEC-FAILED        TO TRUE
           END-EVALUATE.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4300-REASSIGN-CHILD-ROWS                    *
      ******************************************************************
       4300-REASSIGN-CHILD-ROWS.

           DISPLAY ' '.
           DISPLAY 'SPLIT LIST - CHILD ROWS FROM '
                   UMR-SURVIVOR-CUST-NUM ' TO ' UMR-RETIRED-CUST-NUM.
           DISPLAY 'TYPE       SEQ    NEW SEQ  OUTCOME'.

           EXEC SQL
                OPEN SPLIT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - SPLIT CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4300-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EOF-SW.

           PERFORM 4310-REASSIGN-ONE-ROW
              THRU 4310-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE SPLIT-CSR
           END-EXEC.
           .
       4300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4310-REASSIGN-ONE-ROW                      *
      * A ROW NO LONGER UNDER THE SURVIVOR, OR A CONTACT OR CONSENT    *
      * ROW THE RESTORED NUMBER ALREADY HAS ITS OWN OF, IS SKIPPED AND *
      * REPORTED; THE REST OF THE UNMERGE GOES AHEAD.                  *
      ******************************************************************
       4310-REASSIGN-ONE-ROW.

           EXEC SQL
                FETCH SPLIT-CSR
                 INTO :UMS-CHILD-TYPE, :UMS-CHILD-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748UMG - SPLIT FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-EXEC-FAILED        TO TRUE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4310-EXIT
           END-IF.

           MOVE ZEROES                       TO UMS-NEW-SEQ.
           MOVE SPACES                       TO UMS-SKIP-RSN.

           EVALUATE TRUE
               WHEN UMS-CHILD-IS-CONTACT
                   PERFORM 4320-MOVE-CONTACT
                      THRU 4320-EXIT
               WHEN UMS-CHILD-IS-CONSENT
                   PERFORM 4330-MOVE-CONSENT
                      THRU 4330-EXIT
               WHEN UMS-CHILD-IS-NOTE
                   PERFORM 4340-MOVE-NOTE
                      THRU 4340-EXIT
               WHEN UMS-CHILD-IS-AUTH-REP
                   PERFORM 4350-MOVE-AUTH-REP
                      THRU 4350-EXIT
           END-EVALUATE.

           IF WS-EXEC-FAILED
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4310-EXIT
           END-IF.

           IF UMS-SKIP-RSN = SPACES
               MOVE 'M'                      TO UMS-STATUS
               ADD 1                         TO WS-SPLIT-MOVED-COUNT
           ELSE
               MOVE 'S'                      TO UMS-STATUS
               ADD 1                         TO WS-SPLIT-SKIPPED-COUNT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_UNMERGE_SPLIT
                   SET UMS_STATUS     = :UMS-STATUS
                     , UMS_NEW_SEQ    = :UMS-NEW-SEQ
                     , UMS_SKIP_RSN   = :UMS-SKIP-RSN
                     , UMS_SETTLED_TS = CURRENT TIMESTAMP
                 WHERE UMS_RQST_ID    = :WS-RQST-ID
                   AND UMS_CHILD_TYPE = :UMS-CHILD-TYPE
                   AND UMS_CHILD_SEQ  = :UMS-CHILD-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - SPLIT UPDATE FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 4310-EXIT
           END-IF.

           MOVE UMS-CHILD-SEQ                TO WS-SEQ-DSP.
           MOVE UMS-NEW-SEQ                  TO WS-NEW-SEQ-DSP.

           EVALUATE TRUE
               WHEN UMS-IS-MOVED
                   DISPLAY UMS-CHILD-TYPE ' ' WS-SEQ-DSP ' '
                           WS-NEW-SEQ-DSP '  MOVED'
               WHEN UMS-SKIP-RSN = 'GONE '
                   DISPLAY UMS-CHILD-TYPE ' ' WS-SEQ-DSP ' '
                           WS-NEW-SEQ-DSP '  SKIPPED - NO LONGER '
                           'UNDER THE SURVIVOR'
               WHEN OTHER
                   DISPLAY UMS-CHILD-TYPE ' ' WS-SEQ-DSP ' '
                           WS-NEW-SEQ-DSP '  SKIPPED - RESTORED '
                           'NUMBER ALREADY HAS ITS OWN'
           END-EVALUATE.
           .
       4310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4320-MOVE-CONTACT                        *
      * ONE CONTACT ROW PER CUSTOMER.                                  *
      ******************************************************************
       4320-MOVE-CONTACT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :UMR-RETIRED-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - CONTACT CHECK FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4320-EXIT
           END-IF.

           IF WS-ROW-COUNT > 0
               MOVE 'EXIST'                  TO UMS-SKIP-RSN
               GO TO 4320-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_CONTACT
                   SET CCT_CUST_NUM = :UMR-RETIRED-CUST-NUM
                 WHERE CCT_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
           END-EXEC.

           PERFORM 4390-CHECK-REASSIGN
              THRU 4390-EXIT.
           .
       4320-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4330-MOVE-CONSENT                        *
      * ONE CONSENT ROW PER CUSTOMER.                                  *
      ******************************************************************
       4330-MOVE-CONSENT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM T_CUST_CONSENT
                 WHERE CNS_CUST_NUM = :UMR-RETIRED-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - CONSENT CHECK FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4330-EXIT
           END-IF.

           IF WS-ROW-COUNT > 0
               MOVE 'EXIST'                  TO UMS-SKIP-RSN
               GO TO 4330-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_CONSENT
                   SET CNS_CUST_NUM = :UMR-RETIRED-CUST-NUM
                 WHERE CNS_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
           END-EXEC.

           PERFORM 4390-CHECK-REASSIGN
              THRU 4390-EXIT.
           .
       4330-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         4340-MOVE-NOTE                         *
      * RENUMBERED AFTER THE RESTORED NUMBER'S OWN NOTES.              *
      ******************************************************************
       4340-MOVE-NOTE.

           EXEC SQL
                SELECT COALESCE(MAX(NTE_NOTE_SEQ), 0) + 1
                  INTO :UMS-NEW-SEQ
                  FROM T_CUST_NOTE
                 WHERE NTE_CUST_NUM = :UMR-RETIRED-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - NOTE NUMBERING FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4340-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_NOTE
                   SET NTE_CUST_NUM = :UMR-RETIRED-CUST-NUM
                     , NTE_NOTE_SEQ = :UMS-NEW-SEQ
                 WHERE NTE_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                   AND NTE_NOTE_SEQ = :UMS-CHILD-SEQ
           END-EXEC.

           PERFORM 4390-CHECK-REASSIGN
              THRU 4390-EXIT.
           .
       4340-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4350-MOVE-AUTH-REP                       *
      * RENUMBERED AFTER THE RESTORED NUMBER'S OWN REPRESENTATIVES.    *
      ******************************************************************
       4350-MOVE-AUTH-REP.

           EXEC SQL
                SELECT COALESCE(MAX(ARP_REP_SEQ), 0) + 1
                  INTO :UMS-NEW-SEQ
                  FROM T_CUST_AUTH_REP
                 WHERE ARP_CUST_NUM = :UMR-RETIRED-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - REP NUMBERING FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4350-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_AUTH_REP
                   SET ARP_CUST_NUM = :UMR-RETIRED-CUST-NUM
                     , ARP_REP_SEQ  = :UMS-NEW-SEQ
                 WHERE ARP_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
                   AND ARP_REP_SEQ  = :UMS-CHILD-SEQ
           END-EXEC.

           PERFORM 4390-CHECK-REASSIGN
              THRU 4390-EXIT.
           .
       4350-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4390-CHECK-REASSIGN                       *
      * SQLCODE 100 - THE ROW HAS LEFT THE SURVIVOR SINCE THE          *
      * PROPOSAL.                                                      *
      ******************************************************************
       4390-CHECK-REASSIGN.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE ZEROES               TO UMS-NEW-SEQ
                   MOVE 'GONE '              TO UMS-SKIP-RSN
               WHEN OTHER
                   DISPLAY 'F5748UMG - ' UMS-CHILD-TYPE
                           ' REASSIGN FAILED SQLCODE=' SQLCODE
                   SET WS-EXEC-FAILED        TO TRUE
           END-EVALUATE.
           .
       4390-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4500-LIFT-MERGE-REDIRECT                    *
      * WITHOUT THE CROSS-REFERENCE ROW, 3220-CHECK-MERGED-CUST NO     *
      * LONGER SENDS A CALLER ON THE RETIRED NUMBER TO THE SURVIVOR,   *
      * AND F5748MRL NO LONGER OWES A MERGE NOTICE FOR IT. THE         *
      * REQUEST ROW KEEPS THE MERGE'S AUDIT DETAIL.                    *
      ******************************************************************
       4500-LIFT-MERGE-REDIRECT.

           EXEC SQL
                DELETE FROM T_CUST_MERGE_XREF
                 WHERE MRX_RETIRED_CUST_NUM  = :UMR-RETIRED-CUST-NUM
                   AND MRX_SURVIVOR_CUST_NUM = :UMR-SURVIVOR-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - MERGE XREF DELETE FAILED SQLCODE='
                        SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
           END-IF.
           .
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       4600-CLEAR-CACHES                        *
      * CACHED ROSTERS AND REPLIES WERE BUILT FROM THE MERGED RECORD.  *
      ******************************************************************
       4600-CLEAR-CACHES.

           EXEC SQL
                DELETE FROM T_UIS_INF_CACHE
                 WHERE IFC_CUST_NUM IN ( :UMR-SURVIVOR-CUST-NUM
                                       , :UMR-RETIRED-CUST-NUM )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'F5748UMG - INFORCE CACHE DELETE FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4600-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM T_UIS_REPLY_CACHE
                 WHERE RPC_CUST_NUM IN ( :UMR-SURVIVOR-CUST-NUM
                                       , :UMR-RETIRED-CUST-NUM )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'F5748UMG - REPLY CACHE DELETE FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-EXEC-FAILED            TO TRUE
           END-IF.
           .
       4600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4700-WRITE-CORRECTION-LETTER                  *
      * ONE CORRESPONDENCE REQUEST TO WS-LETTER-CUST-NUM, SENT BY THE  *
      * NIGHTLY F5748CRN - BOTH CUSTOMERS WERE TOLD THEIR RECORDS WERE *
      * MERGED, SO BOTH ARE TOLD THEY ARE SEPARATE AGAIN.              *
      ******************************************************************
       4700-WRITE-CORRECTION-LETTER.

           MOVE WS-LETTER-CUST-NUM           TO CRQ-CUST-NUM.
           MOVE WS-LETTER-TEMPLATE           TO CRQ-TEMPLATE-CD.
           SET CRQ-PRIORITY-SERVICE          TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE       TO CRQ-SOURCE-PGM.
           MOVE SPACES                       TO CRQ-VAR-DATA.
           STRING 'RESTORED='                UMR-RETIRED-CUST-NUM
                  ';SURVIVOR='               UMR-SURVIVOR-CUST-NUM
                  ';MERGED='                 UMR-MERGE-TS(1:10)
                  ';UNMERGED='               WS-UNMERGE-TS(1:10)
                  ';'
                  DELIMITED BY SIZE
                  INTO CRQ-VAR-DATA.

           EXEC SQL
                INSERT INTO T_CORR_REQUEST
                       ( CRQ_CUST_NUM
                       , CRQ_REQUEST_TS
                       , CRQ_TEMPLATE_CD
                       , CRQ_PRIORITY
                       , CRQ_VAR_DATA
                       , CRQ_SOURCE_PGM
                       , CRQ_STATUS )
                VALUES ( :CRQ-CUST-NUM
                       , CURRENT TIMESTAMP
                       , :CRQ-TEMPLATE-CD
                       , :CRQ-PRIORITY
                       , :CRQ-VAR-DATA
                       , :CRQ-SOURCE-PGM
                       , 'P' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748UMG - CORRECTION LETTER REQUEST FAILED '
                       'SQLCODE=' SQLCODE ' FOR ' CRQ-CUST-NUM
               SET WS-EXEC-FAILED            TO TRUE
               GO TO 4700-EXIT
           END-IF.

           ADD 1                             TO WS-LETTERS-WRITTEN.
           .
       4700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-REPORT-SUMMARY                       *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748UMG - UNMERGE COMPLETE: REQUEST '
                    WS-CARD-RQST-ID.
           DISPLAY 'F5748UMG - RESTORED              : '
                    UMR-RETIRED-CUST-NUM ' ' UMR-RETIRED-CUST-NM.
           DISPLAY 'F5748UMG - SURVIVOR              : '
                    UMR-SURVIVOR-CUST-NUM.
           DISPLAY 'F5748UMG - SEG HIST ROWS REMOVED : '
                    WS-SEG-HIST-REMOVED.
           DISPLAY 'F5748UMG - CHILD ROWS MOVED      : '
                    WS-SPLIT-MOVED-COUNT.
           DISPLAY 'F5748UMG - CHILD ROWS SKIPPED    : '
                    WS-SPLIT-SKIPPED-COUNT.
           DISPLAY 'F5748UMG - LETTERS REQUESTED     : '
                    WS-LETTERS-WRITTEN.

           IF WS-SPLIT-SKIPPED-COUNT > 0
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748UMG.
