      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748OBK.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748OBK:     OUTBOUND FILE ACKNOWLEDGEMENT LOADER            *
      *                                                                *
      *  FUNCTION:     A PARTY WE SEND FILES TO ANSWERS WITH AN        *
      *                ACKNOWLEDGEMENT FILE - ONE RECORD PER FILE OF   *
      *                OURS IT RECEIVED, QUOTING THE FEED ID AND       *
      *                GENERATION WE REGISTERED IT UNDER (F5748OBR)    *
      *                AND THE RECORD COUNT AND HASH TOTAL IT FOUND ON *
      *                IT. THIS JOB RECORDS EACH ONE ON THE FILE'S     *
      *                T_UIS_OUTBOUND_MANIFEST ROW:                    *
      *                                                                *
      *                - 'A' WHEN THE RECEIVER'S COUNT AND HASH AGREE  *
      *                  WITH WHAT WE SENT                             *
      *                - 'M' WHEN EITHER DISAGREES                     *
      *                - 'R' WHEN THE RECEIVER REFUSED THE FILE        *
      *                                                                *
      *                A LATER ACKNOWLEDGEMENT OF THE SAME FILE        *
      *                REPLACES THE EARLIER ONE - THE RECEIVER'S       *
      *                LATEST WORD STANDS. AN ACKNOWLEDGEMENT FOR A    *
      *                FILE WE HAVE NO RECORD OF SENDING IS COUNTED    *
      *                UNKNOWN. MISMATCHES, REFUSALS, AND LATE         *
      *                ACKNOWLEDGEMENTS ARE LISTED HERE AND ON THE     *
      *                DAILY F5748OBP REPORT. REJECTED RECORDS,        *
      *                UNKNOWN FILES, AND DB2 FAILURES END THE JOB     *
      *                RC 8.                                           *
      *                                                                *
      *  ENVIRONMENT:  BATCH. ONE STEP PER RECEIVER'S ACKNOWLEDGEMENT  *
      *                FILE.                                           *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                     *
      *                   COLS 01-10  BUSINESS DATE (YYYY-MM-DD) THE  *
      *                               FEED ENVELOPE MUST CARRY        *
      *                   COLS 12-19  THE RECEIVER'S ACKNOWLEDGEMENT  *
      *                               FEED ID, WHICH NEEDS ITS         *
      *                               T_UIS_FEED_CTL ROW              *
      *                                                                *
      *  INPUT:        OBACK - ACKNOWLEDGEMENT FILE, WRAPPED IN THE   *
      *                STANDARD FEED ENVELOPE (F5748FEN HEADER FIRST, *
      *                TRAILER LAST), ONE RECORD PER FILE RECEIVED:   *
      *                   COLS 01-08  OUR FEED ID                     *
      *                   COLS 09-14  OUR GENERATION (ZERO-FILLED)    *
      *                   COL  15     'A' RECEIVED / 'R' REFUSED      *
      *                   COLS 16-24  RECORDS RECEIVED (ZERO-FILLED)  *
      *                   COLS 25-39  HASH TOTAL FOUND (ZERO-FILLED)  *
      *                   COLS 40-79  RECEIVER'S COMMENT              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_OUTBOUND_FEED (READ)                      *
      *                T_UIS_OUTBOUND_MANIFEST (READ/UPDATE)           *
      *                T_UIS_RUN_STATUS (DELETE/INSERT/UPDATE)         *
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
           SELECT ACK-FILE                  ASSIGN TO OBACK
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ACK-RECORD.
           05  ACK-FEED-ID                  PIC X(08).
           05  ACK-GENERATION               PIC X(06).
           05  ACK-GENERATION-NUM REDEFINES ACK-GENERATION
                                            PIC 9(06).
           05  ACK-STATUS                   PIC X(01).
               88  ACK-IS-RECEIVED                    VALUE 'A'.
               88  ACK-IS-REFUSED                     VALUE 'R'.
           05  ACK-COUNT                    PIC X(09).
           05  ACK-COUNT-NUM REDEFINES ACK-COUNT
                                            PIC 9(09).
           05  ACK-HASH                     PIC X(15).
           05  ACK-HASH-NUM REDEFINES ACK-HASH
                                            PIC 9(15).
           05  ACK-COMMENT                  PIC X(40).
           05  FILLER                       PIC X(21).
       01  ACK-RAW                          PIC X(100).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748OBK'.

       01  WS-PARM-CARD.
           05  WS-BUS-DATE                  PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-ACK-FEED-ID               PIC X(08) VALUE SPACES.

       01  WS-ENVELOPE-PGM                  PIC X(08) VALUE 'F5748FEV'.

       01  WS-HOLD-RECORD                   PIC X(100) VALUE SPACES.
       01  WS-HOLD-PREFIX-NUM               PIC 9(09) VALUE ZEROES.

       01  FEV-ENVELOPE-AREA.
           COPY F5748FEN REPLACING ==:FD:== BY ==FEV==.

       01  WS-WORKING-FIELDS.
           05  WS-EDIT-SW                   PIC X(01) VALUE SPACE.
               88  WS-RECORD-IS-BAD                   VALUE 'X'.
           05  WS-LATE-SW                   PIC X(01) VALUE 'N'.
               88  WS-ACK-IS-LATE                     VALUE 'Y'.
           05  WS-PRIOR-ACK-STATUS          PIC X(01) VALUE SPACE.
           05  WS-SENT-COUNT-DSP            PIC Z(08)9.
           05  WS-ACK-COUNT-DSP             PIC Z(08)9.
           05  WS-SENT-HASH-DSP             PIC Z(14)9.
           05  WS-ACK-HASH-DSP              PIC Z(14)9.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-MATCHED-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-MISMATCHED-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-REFUSED-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-LATE-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-REPEAT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-UNKNOWN-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-DB2-FAIL-COUNT            PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-ENV-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-ENV-IS-EOF                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_FEED
           EXEC SQL
                INCLUDE F5748OBF
           END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_MANIFEST
           EXEC SQL
                INCLUDE F5748OBM
           END-EXEC.

      * DCLGEN FOR T_UIS_RUN_STATUS - ACCEPTANCE/REFUSAL RECORDING
           EXEC SQL
                INCLUDE F5748RUN
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748OBK WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1400-VALIDATE-FEED-ENVELOPE
              THRU 1400-EXIT.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-ACK
              THRU 2000-EXIT
              UNTIL WS-IS-EOF.

           PERFORM 8000-CLOSE-FILES
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           PERFORM 1690-RECORD-RUN-SUCCESS
              THRU 1690-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'F5748OBK - OUTBOUND ACKNOWLEDGEMENTS FROM FEED '
                   WS-ACK-FEED-ID.

           OPEN INPUT ACK-FILE.

      * CONSUME THE ENVELOPE HEADER - 1400 ALREADY JUDGED IT.
           READ ACK-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
           END-READ.

           PERFORM 1100-READ-ACK
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1100-READ-ACK                           *
      ******************************************************************
       1100-READ-ACK.

      * THE RECORD AFTER THE LAST DETAIL IS THE ENVELOPE TRAILER.
           READ ACK-FILE
               AT END
                   SET WS-IS-EOF            TO TRUE
               NOT AT END
                   IF WS-READ-COUNT >= FEV-DETAIL-COUNT
                       SET WS-IS-EOF        TO TRUE
                   ELSE
                       ADD 1                TO WS-READ-COUNT
                   END-IF
           END-READ.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1400-VALIDATE-FEED-ENVELOPE                    *
      * FIRST PASS - NOTHING IS APPLIED UNTIL THE ENVELOPE (HEADER,    *
      * TRAILER, COUNT, HASH, GENERATION SEQUENCE) HAS BEEN ACCEPTED   *
      * BY F5748FEV. A REFUSED FILE ENDS THE RUN WITH RC 8 AND A       *
      * REJECTED ROW ON T_UIS_RUN_STATUS.                              *
      ******************************************************************
       1400-VALIDATE-FEED-ENVELOPE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           INITIALIZE FEV-ENVELOPE-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-ACK-FEED-ID               TO FEV-FEED-ID.
           MOVE WS-BUS-DATE                  TO FEV-EXPECTED-BUS-DATE.

           PERFORM 1650-RECORD-RUN-START
              THRU 1650-EXIT.

           IF WS-ACK-FEED-ID = SPACES
               MOVE 'NO ACKNOWLEDGEMENT FEED ID ON THE PARAMETER CARD'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           OPEN INPUT ACK-FILE.

           READ ACK-FILE INTO ACK-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE IS EMPTY - NO ENVELOPE'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           MOVE ACK-RAW(1:25)                TO FEV-HEADER-IMAGE.

           READ ACK-FILE INTO WS-HOLD-RECORD
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
           END-READ.

           IF WS-ENV-IS-EOF
               MOVE 'FILE HAS NO TRAILER RECORD'
                 TO FEV-MESSAGE
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           PERFORM 1410-SCAN-ENVELOPE-RECORD
              THRU 1410-EXIT
              UNTIL WS-ENV-IS-EOF.

           MOVE WS-HOLD-RECORD(1:25)         TO FEV-TRAILER-IMAGE.

           CLOSE ACK-FILE.

           CALL WS-ENVELOPE-PGM USING FEV-ENVELOPE-AREA.

           IF NOT FEV-FEED-ACCEPTED
               PERFORM 1490-REFUSE-FEED
                  THRU 1490-EXIT
           END-IF.

           DISPLAY 'F5748OBK - ' FEV-MESSAGE.
           .
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 1410-SCAN-ENVELOPE-RECORD                      *
      * THE HELD RECORD IS A DETAIL ONCE ANOTHER RECORD FOLLOWS IT -   *
      * THE LAST ONE HELD AT END OF FILE IS THE TRAILER.               *
      ******************************************************************
       1410-SCAN-ENVELOPE-RECORD.

           READ ACK-FILE INTO ACK-RAW
               AT END
                   SET WS-ENV-IS-EOF         TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           ADD 1                             TO FEV-DETAIL-COUNT.

           IF WS-HOLD-RECORD(1:9) NUMERIC
               MOVE WS-HOLD-RECORD(1:9)      TO WS-HOLD-PREFIX-NUM
               ADD WS-HOLD-PREFIX-NUM        TO FEV-HASH-TOTAL
           END-IF.

           MOVE ACK-RAW                      TO WS-HOLD-RECORD.
           .
       1410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1490-REFUSE-FEED                          *
      ******************************************************************
       1490-REFUSE-FEED.

           DISPLAY 'F5748OBK - FEED REFUSED: ' FEV-MESSAGE.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'REJECTED'
                 WHERE RUN_DATE    = CURRENT DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           MOVE 8                            TO RETURN-CODE.
           GOBACK.
           .
       1490-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1650-RECORD-RUN-START                       *
      ******************************************************************
       1650-RECORD-RUN-START.

           EXEC SQL
                DELETE FROM T_UIS_RUN_STATUS
                 WHERE RUN_DATE   = CURRENT DATE
                   AND RUN_JOB_NM = :WS-NAME-OF-THIS-MODULE
           END-EXEC.

           EXEC SQL
                INSERT INTO T_UIS_RUN_STATUS
                       ( RUN_DATE
                       , RUN_JOB_NM
                       , RUN_START_TS
                       , RUN_END_TS
                       , RUN_OUTCOME )
                VALUES ( CURRENT DATE
                       , :WS-NAME-OF-THIS-MODULE
                       , CURRENT TIMESTAMP
                       , NULL
                       , 'RUNNING' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748OBK - RUN-STATUS REGISTRATION FAILED '
                       'SQLCODE=' SQLCODE
           END-IF.
           .
       1650-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1690-RECORD-RUN-SUCCESS                      *
      ******************************************************************
       1690-RECORD-RUN-SUCCESS.

           EXEC SQL
                UPDATE T_UIS_RUN_STATUS
                   SET RUN_END_TS  = CURRENT TIMESTAMP
                     , RUN_OUTCOME = 'SUCCESS'
                 WHERE RUN_DATE    = CURRENT DATE
                   AND RUN_JOB_NM  = :WS-NAME-OF-THIS-MODULE
           END-EXEC.
           .
       1690-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-PROCESS-ONE-ACK                        *
      ******************************************************************
       2000-PROCESS-ONE-ACK.

           PERFORM 2100-EDIT-ACK
              THRU 2100-EXIT.

           IF WS-RECORD-IS-BAD
               ADD 1                        TO WS-REJECT-COUNT
               DISPLAY 'F5748OBK - RECORD REJECTED: ' ACK-RECORD
               PERFORM 1100-READ-ACK
                  THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-LOCATE-MANIFEST
              THRU 2200-EXIT.

           IF SQLCODE = 0
               PERFORM 3000-APPLY-ACK
                  THRU 3000-EXIT
           END-IF.

           PERFORM 1100-READ-ACK
              THRU 1100-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2100-EDIT-ACK                            *
      * THERE MUST BE A FEED ID AND A NUMERIC GENERATION, THE STATUS   *
      * MUST BE RECEIVED OR REFUSED, AND A RECEIVED FILE MUST QUOTE A  *
      * NUMERIC COUNT AND HASH. A REFUSAL MAY LEAVE THEM BLANK.        *
      ******************************************************************
       2100-EDIT-ACK.

           MOVE SPACE                       TO WS-EDIT-SW.

           IF ACK-FEED-ID = SPACES
              OR ACK-GENERATION NOT NUMERIC
              OR NOT (ACK-IS-RECEIVED OR ACK-IS-REFUSED)
               MOVE 'X'                     TO WS-EDIT-SW
               GO TO 2100-EXIT
           END-IF.

           IF ACK-IS-REFUSED
               IF ACK-COUNT NOT NUMERIC
                   MOVE ZEROES              TO ACK-COUNT-NUM
               END-IF
               IF ACK-HASH NOT NUMERIC
                   MOVE ZEROES              TO ACK-HASH-NUM
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF ACK-COUNT NOT NUMERIC
              OR ACK-HASH NOT NUMERIC
               MOVE 'X'                     TO WS-EDIT-SW
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-LOCATE-MANIFEST                        *
      * FINDS THE FILE BEING ACKNOWLEDGED AND WHETHER THE ANSWER CAME  *
      * INSIDE THE FEED'S AGREED WINDOW. A FEED WITH NO DEFINITION, OR *
      * A ZERO WINDOW, IS NEVER LATE. SQLCODE IS LEFT 0 ONLY WHEN THE  *
      * FILE WAS FOUND.                                                *
      ******************************************************************
       2200-LOCATE-MANIFEST.

           MOVE ACK-FEED-ID                 TO OBM-FEED-ID.
           MOVE ACK-GENERATION-NUM          TO OBM-GENERATION.
           MOVE 'N'                         TO WS-LATE-SW.

           EXEC SQL
                SELECT M.OBM_RECORD_COUNT
                     , M.OBM_HASH_TOTAL
                     , M.OBM_ACK_STATUS
                     , CASE WHEN F.OBF_ACK_WINDOW_HRS > 0
                             AND M.OBM_SENT_TS
                                 + F.OBF_ACK_WINDOW_HRS HOURS
                               < CURRENT TIMESTAMP
                            THEN 'Y' ELSE 'N' END
                  INTO :OBM-RECORD-COUNT
                     , :OBM-HASH-TOTAL
                     , :OBM-ACK-STATUS
                     , :WS-LATE-SW
                  FROM T_UIS_OUTBOUND_MANIFEST M
                  LEFT OUTER JOIN T_UIS_OUTBOUND_FEED F
                    ON F.OBF_FEED_ID    = M.OBM_FEED_ID
                 WHERE M.OBM_FEED_ID    = :OBM-FEED-ID
                   AND M.OBM_GENERATION = :OBM-GENERATION
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE OBM-ACK-STATUS      TO WS-PRIOR-ACK-STATUS
               WHEN 100
                   ADD 1                    TO WS-UNKNOWN-COUNT
                   DISPLAY 'F5748OBK - NO FILE SENT AS FEED '
                           ACK-FEED-ID ' GENERATION ' ACK-GENERATION
               WHEN OTHER
                   ADD 1                    TO WS-DB2-FAIL-COUNT
                   DISPLAY 'F5748OBK - MANIFEST READ FAILED SQLCODE='
                            SQLCODE ' FOR ' ACK-FEED-ID
                            ' GENERATION ' ACK-GENERATION
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-APPLY-ACK                           *
      * JUDGES THE RECEIVER'S FIGURES AGAINST WHAT WE REGISTERED AND   *
      * STAMPS THE OUTCOME ON THE MANIFEST ROW.                        *
      ******************************************************************
       3000-APPLY-ACK.

           EVALUATE TRUE
               WHEN ACK-IS-REFUSED
                   SET OBM-ACK-REFUSED      TO TRUE
               WHEN ACK-COUNT-NUM = OBM-RECORD-COUNT
                AND ACK-HASH-NUM  = OBM-HASH-TOTAL
                   SET OBM-ACK-MATCHED      TO TRUE
               WHEN OTHER
                   SET OBM-ACK-MISMATCHED   TO TRUE
           END-EVALUATE.

           MOVE ACK-COUNT-NUM               TO OBM-ACK-COUNT.
           MOVE ACK-HASH-NUM                TO OBM-ACK-HASH.
           MOVE ACK-COMMENT                 TO OBM-ACK-COMMENT.

           EXEC SQL
                UPDATE T_UIS_OUTBOUND_MANIFEST
                   SET OBM_ACK_STATUS  = :OBM-ACK-STATUS
                     , OBM_ACK_TS      = CURRENT TIMESTAMP
                     , OBM_ACK_COUNT   = :OBM-ACK-COUNT
                     , OBM_ACK_HASH    = :OBM-ACK-HASH
                     , OBM_ACK_COMMENT = :OBM-ACK-COMMENT
                 WHERE OBM_FEED_ID     = :OBM-FEED-ID
                   AND OBM_GENERATION  = :OBM-GENERATION
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1                        TO WS-DB2-FAIL-COUNT
               DISPLAY 'F5748OBK - MANIFEST UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR ' ACK-FEED-ID
                        ' GENERATION ' ACK-GENERATION
               GO TO 3000-EXIT
           END-IF.

           IF WS-PRIOR-ACK-STATUS NOT = SPACE
               ADD 1                        TO WS-REPEAT-COUNT
               DISPLAY '  RE-ACKNOWLEDGED ' ACK-FEED-ID
                       ' GEN ' ACK-GENERATION
                       ' WAS ' WS-PRIOR-ACK-STATUS
                       ' NOW ' OBM-ACK-STATUS
           END-IF.

           IF WS-ACK-IS-LATE
               ADD 1                        TO WS-LATE-COUNT
               DISPLAY '  ACKNOWLEDGED LATE ' ACK-FEED-ID
                       ' GEN ' ACK-GENERATION
           END-IF.

           EVALUATE TRUE
               WHEN OBM-ACK-MATCHED
                   ADD 1                    TO WS-MATCHED-COUNT
               WHEN OBM-ACK-REFUSED
                   ADD 1                    TO WS-REFUSED-COUNT
                   DISPLAY '  REFUSED BY RECEIVER ' ACK-FEED-ID
                           ' GEN ' ACK-GENERATION
                           ' ' ACK-COMMENT
               WHEN OTHER
                   ADD 1                    TO WS-MISMATCHED-COUNT
                   MOVE OBM-RECORD-COUNT    TO WS-SENT-COUNT-DSP
                   MOVE ACK-COUNT-NUM       TO WS-ACK-COUNT-DSP
                   MOVE OBM-HASH-TOTAL      TO WS-SENT-HASH-DSP
                   MOVE ACK-HASH-NUM        TO WS-ACK-HASH-DSP
                   DISPLAY '  MISMATCH ' ACK-FEED-ID
                           ' GEN ' ACK-GENERATION
                           ' SENT ' WS-SENT-COUNT-DSP
                           '/' WS-SENT-HASH-DSP
                           ' RECEIVED ' WS-ACK-COUNT-DSP
                           '/' WS-ACK-HASH-DSP
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      8000-CLOSE-FILES                          *
      ******************************************************************
       8000-CLOSE-FILES.

           CLOSE ACK-FILE.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748OBK - ACKNOWLEDGEMENT FEED  : ' WS-ACK-FEED-ID.
           DISPLAY 'F5748OBK - ACKNOWLEDGEMENTS READ : ' WS-READ-COUNT.
           DISPLAY 'F5748OBK - COUNT AND HASH AGREE  : '
                    WS-MATCHED-COUNT.
           DISPLAY 'F5748OBK - COUNT OR HASH DIFFER  : '
                    WS-MISMATCHED-COUNT.
           DISPLAY 'F5748OBK - REFUSED BY RECEIVER   : '
                    WS-REFUSED-COUNT.
           DISPLAY 'F5748OBK - OUTSIDE AGREED WINDOW : '
                    WS-LATE-COUNT.
           DISPLAY 'F5748OBK - RE-ACKNOWLEDGEMENTS   : '
                    WS-REPEAT-COUNT.
           DISPLAY 'F5748OBK - NOT SENT BY US        : '
                    WS-UNKNOWN-COUNT.
           DISPLAY 'F5748OBK - RECORDS REJECTED      : '
                    WS-REJECT-COUNT.
           DISPLAY 'F5748OBK - DB2 FAILURES          : '
                    WS-DB2-FAIL-COUNT.

           IF WS-REJECT-COUNT NOT = ZEROES
              OR WS-UNKNOWN-COUNT NOT = ZEROES
              OR WS-DB2-FAIL-COUNT NOT = ZEROES
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748OBK.
