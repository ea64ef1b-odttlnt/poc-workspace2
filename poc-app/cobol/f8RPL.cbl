      *                SO THE ORIGINAL REPLY IS REBUILT FROM BYTE 16   *
      *                OF THE LOGGED DATA.                             *
      *                                                                *
      *                THE PERSONAL DATA IN LOGGED PAYLOADS IS         *
      *                TOKENIZED. EACH REQUEST (AND, IN COMPARE MODE,  *
      *                EACH ORIGINAL RESPONSE) IS DETOKENIZED THROUGH  *
      *                F5748TKN FIRST, WHICH NEEDS A                   *
      *                T_UIS_PII_DETOK_AUTH GRANT FOR THE JOB'S ID AND *
      *                RECORDS EACH ROW ON T_UIS_DISCLOSURE_LOG. A     *
      *                REQUEST THAT CANNOT BE DETOKENIZED IS NOT       *
      *                REPLAYED - A TOKEN IN A SEARCH NAME WOULD ONLY  *
      *                REPORT A FALSE FAILURE - AND IS COUNTED; AN     *
      *                ORIGINAL RESPONSE LEFT TOKENIZED SKIPS THE      *
      *                CUSTOMER NAME COMPARISON.                       *
      *                                                                *
      *  ENVIRONMENT:  BATCH. F5748I00 ITSELF IS A CICS PROGRAM, SO    *
      *                THIS JOB MUST RUN IN A CICS-ENABLED BATCH       *
      *                REGION - IT DRIVES F5748I00 WITH EXEC CICS LINK,*
      *                               ORIGINAL LOGGED RESPONSE)       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_PII_VAULT (READ, VIA F5748TKN)            *
      *                T_UIS_DISCLOSURE_LOG (INSERT, VIA F5748TKN)     *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-08-22 UISAD  ADDED COMPARE MODE - REPLAYED REPLIES ARE   *
      *                    FIELD-COMPARED AGAINST THE ORIGINAL LOGGED  *
      *                    RESPONSE AND MISMATCHES REPORTED            *
      *  2026-10-15 UISAD  LOGGED PAYLOADS DETOKENIZED BEFORE REPLAY   *
      *                    AND COMPARE; ROWS THE JOB MAY NOT           *
      *                    DETOKENIZE ARE SKIPPED AND COUNTED          *
      *  2026-10-15 UISAD  REPLAYED REQUEST CARRIES THE ORIGINAL       *
      *                    PURPOSE-OF-USE CODE FROM TLG_PURPOSE_CD     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748RPL'.
           05  WS-TOKENIZE-PGM              PIC X(08) VALUE 'F5748TKN'.

       01  WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-COMPARE-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-MISMATCH-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-NO-ORIG-RESP-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-TOKEN-SKIP-COUNT          PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                     VALUE 'Y'.
           05  WS-ROW-MISMATCH-SW           PIC X(01) VALUE 'N'.
               88  WS-ROW-HAS-MISMATCH               VALUE 'Y'.
           05  WS-ORIG-TOKENIZED-SW         PIC X(01) VALUE 'N'.
               88  WS-ORIG-STILL-TOKENIZED           VALUE 'Y'.

      * THE CORRELATION ID OF THE REQUEST ROW BEING REPLAYED - THE
      * CURSOR HOST VARIABLE IS OVERWRITTEN BY THE ORIGINAL-RESPONSE
      * LOOKUP IN COMPARE MODE, SO IT IS SAVED HERE FIRST.
       01  WS-SAVED-CORRELATION-ID          PIC X(50) VALUE SPACES.

       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

      ******************************************************************
      *         REPLAY COPY OF THE F5748I00 COMMAREA                   *
      ******************************************************************
                SELECT TLG_LOG_DATA_LENGTH
                     , TLG_LOG_DATA
                     , TLG_CORRELATION_ID
                     , TLG_SEG_SEQ
                     , TLG_CUSTOMER_NBR
                     , TLG_EMPLOYEE_NBR
                     , TLG_SRV_FN_CD
                     , TLG_PURPOSE_CD
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_LOG_TYPE = 'REQUEST'
                   AND DATE(TLG_LOG_TIMESTAMP) = :WS-RUN-DATE
                INTO  :TLG-LOG-DATA-LENGTH
                     ,:TLG-LOG-DATA
                     ,:TLG-CORRELATION-ID
                     ,:TLG-SEG-SEQ
                     ,:TLG-CUSTOMER-NBR
                     ,:TLG-EMPLOYEE-NBR
                     ,:TLG-SRV-FN-CD
                     ,:TLG-PURPOSE-CD
           END-EXEC.

           IF SQLCODE = 100
      ******************************************************************
       2200-REPLAY-REQUEST.

           MOVE TLG-CORRELATION-ID           TO
                                             WS-SAVED-CORRELATION-ID.

           MOVE 'REQUEST'                    TO TKN-LOG-TYPE.
           PERFORM 2500-DETOKENIZE-PAYLOAD
              THRU 2500-EXIT.

           IF TKN-RETURN-CODE = 8
            OR TKN-RETURN-CODE = 12
               ADD 1                         TO WS-TOKEN-SKIP-COUNT
               DISPLAY 'F5748RPL - REQUEST NOT DETOKENIZED (RC='
                        TKN-RETURN-CODE ') - NOT REPLAYED '
                        WS-SAVED-CORRELATION-ID
               GO TO 2200-EXIT
           END-IF.

           INITIALIZE WS-REPLAY-COMMAREA.

           MOVE TLG-LOG-DATA(1:223)
             TO ZOS-SRV-CNTRL-PGM-REQUEST OF WS-REPLAY-COMMAREA.

      * THE PURPOSE OF USE RIDES OUTSIDE THE LOGGED HEADER BYTES - IT
      * COMES BACK FROM ITS OWN LOG COLUMN.
           MOVE TLG-PURPOSE-CD
             TO ZOS-REQUEST-PURPOSE-CD OF WS-REPLAY-COMMAREA.

           EXEC CICS LINK PROGRAM('F5748I00')
                     COMMAREA(WS-REPLAY-COMMAREA)
       2300-COMPARE-AGAINST-ORIGINAL.

           EXEC SQL
                SELECT TLG_LOG_DATA_LENGTH, TLG_LOG_DATA,
                       TLG_SEG_SEQ,         TLG_CUSTOMER_NBR,
                       TLG_EMPLOYEE_NBR,    TLG_SRV_FN_CD
                  INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA,
                       :TLG-SEG-SEQ,         :TLG-CUSTOMER-NBR,
                       :TLG-EMPLOYEE-NBR,    :TLG-SRV-FN-CD
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CORRELATION_ID = :WS-SAVED-CORRELATION-ID
                   AND TLG_LOG_TYPE       = 'RESPONSE'
               GO TO 2300-EXIT
           END-IF.

           MOVE 'RESPONSE'                   TO TKN-LOG-TYPE.
           PERFORM 2500-DETOKENIZE-PAYLOAD
              THRU 2500-EXIT.

           IF TKN-RETURN-CODE = 8
            OR TKN-RETURN-CODE = 12
               SET WS-ORIG-STILL-TOKENIZED   TO TRUE
           ELSE
               MOVE 'N'                      TO WS-ORIG-TOKENIZED-SW
           END-IF.

           ADD 1                             TO WS-COMPARE-COUNT.
           MOVE 'N'                          TO WS-ROW-MISMATCH-SW.

                    ZOS-FAILURE-CODE OF WS-REPLAY-COMMAREA (1)
           END-IF.

      * A NAME STILL TOKENIZED IN THE ORIGINAL CANNOT BE COMPARED.
           IF ZOS-REPLY-CUST-NM OF WS-REPLAY-COMMAREA NOT =
              ZOS-REPLY-CUST-NM OF WS-ORIG-COMMAREA
             AND NOT WS-ORIG-STILL-TOKENIZED
               PERFORM 2410-REPORT-MISMATCH-HDR
                  THRU 2410-EXIT
               DISPLAY '    CUST-NM   ORIG='
           EXIT.
      *
      ******************************************************************
      *                  2500-DETOKENIZE-PAYLOAD                       *
      * HAS F5748TKN PUT THE PERSONAL DATA BACK INTO TLG-LOG-DATA FOR  *
      * THE ROW JUST READ (TKN-LOG-TYPE SET BY THE CALLER). THE JOB'S  *
      * OWN DB2 ID IS THE ONE CHECKED FOR THE GRANT.                   *
      ******************************************************************
       2500-DETOKENIZE-PAYLOAD.

           SET TKN-DETOKENIZE                TO TRUE.
           MOVE SPACES                       TO TKN-RACF-ID.
           MOVE WS-SAVED-CORRELATION-ID      TO TKN-CORRELATION-ID.
           MOVE TLG-SEG-SEQ                  TO TKN-SEG-SEQ.
           MOVE TLG-CUSTOMER-NBR             TO TKN-CUSTOMER-NBR.
           MOVE TLG-EMPLOYEE-NBR             TO TKN-EMPLOYEE-NBR.
           MOVE TLG-SRV-FN-CD                TO TKN-SRV-FN-CD.
           MOVE TLG-LOG-DATA-LENGTH          TO TKN-LOG-DATA-LENGTH.

           CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                      TLG-LOG-DATA.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2900-CLOSE-CURSOR                         *
      ******************************************************************
       2900-CLOSE-CURSOR.
               DISPLAY 'F5748RPL - NO ORIGINAL RESPONSE  : '
                        WS-NO-ORIG-RESP-COUNT
           END-IF.

           DISPLAY 'F5748RPL - NOT DETOKENIZED/SKIPPED: '
                    WS-TOKEN-SKIP-COUNT.
           .
       9000-EXIT.
           EXIT.
