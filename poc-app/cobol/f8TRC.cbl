      *                LOG TIMESTAMP - AND PRINTS ONE LINE PER ROW     *
      *                MARKED LIVE OR ARCH.                            *
      *                                                                *
      *                THE PERSONAL DATA IN A LOGGED 'REQUEST',        *
      *                'RESPONSE', OR 'RESPONSC' PAYLOAD IS TOKENIZED. *
      *                WITH 'D' IN COLUMN 51 EACH SUCH ROW IS FOLLOWED *
      *                BY ITS DETOKENIZED VALUES, THROUGH F5748TKN -   *
      *                ONLY IF THE JOB'S OWN ID HOLDS A                *
      *                T_UIS_PII_DETOK_AUTH GRANT, AND EACH ROW SHOWN  *
      *                IS RECORDED ON T_UIS_DISCLOSURE_LOG.            *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - CORRELATION-ID (COLS 01-50)          *
      *                         - 'D' IN COL 51 TO SHOW THE PERSONAL   *
      *                           DATA BEHIND THE PAYLOAD TOKENS       *
      *                                                                *
      *  DB2 TABLES:   T_UIS_TRANSACTION_LOG (READ)                    *
      *                T_UIS_TRANSACTION_LOG_ARCH (READ)               *
      *                T_UIS_LOG_RESTORE (READ)                        *
      *                T_UIS_PII_VAULT (READ, VIA F5748TKN)            *
      *                T_UIS_DISCLOSURE_LOG (INSERT, VIA F5748TKN)     *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    GDG (T_UIS_LOG_RESTORE) ARE MERGED INTO THE *
      *                    ARCHIVE SIDE OF THE TRACE, SO A RESTORED    *
      *                    TRANSACTION READS LIKE ANY OTHER            *
      *  2026-10-15 UISAD  PARM COL 51 'D' LISTS THE DETOKENIZED       *
      *                    PERSONAL DATA UNDER EACH PAYLOAD ROW, FOR   *
      *                    ENTITLED IDS ONLY                           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748TRC'.
           05  WS-TOKENIZE-PGM              PIC X(08) VALUE 'F5748TKN'.

       01  WS-PARM-CARD.
           05  WS-CORRELATION-ID            PIC X(50) VALUE SPACES.
           05  WS-SHOW-PII-SW               PIC X(01) VALUE SPACE.
               88  WS-SHOW-PII                        VALUE 'D'.

       01  WS-COUNTER-AREA.
           05  WS-LIVE-ROW-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-ARCH-ROW-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-DETOK-ROW-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-DETOK-DENIED-COUNT        PIC 9(07) VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-SUB                       PIC S9(04) COMP VALUE ZERO.
           05  WS-PAYLOAD-SRC               PIC X(01) VALUE SPACE.
               88  WS-PAYLOAD-IS-LIVE                 VALUE 'L'.
               88  WS-PAYLOAD-IS-ARCH                 VALUE 'A'.
               88  WS-PAYLOAD-IS-RESTORE              VALUE 'R'.

       01  TKN-CALL-AREA.
           COPY F5748TKA REPLACING ==:FD:== BY ==TKN==.

       01  WS-SWITCHES.
           05  WS-LIVE-EOF-SW               PIC X(01) VALUE 'N'.
           05  WS-LIVE-SERVICE-NAME         PIC X(30) VALUE SPACES.
           05  WS-LIVE-STATUS               PIC X(02) VALUE SPACES.
           05  WS-LIVE-DESCRIPTION          PIC X(30) VALUE SPACES.
           05  WS-LIVE-SEG-SEQ              PIC S9(04) COMP VALUE ZERO.
           05  WS-LIVE-CUSTOMER-NBR         PIC X(10) VALUE SPACES.
           05  WS-LIVE-EMPLOYEE-NBR         PIC X(09) VALUE SPACES.
           05  WS-LIVE-SRV-FN-CD            PIC X(04) VALUE SPACES.

       01  WS-ARCH-ROW.
           05  WS-ARCH-TS                   PIC X(26) VALUE SPACES.
           05  WS-ARCH-SERVICE-NAME         PIC X(30) VALUE SPACES.
           05  WS-ARCH-STATUS               PIC X(02) VALUE SPACES.
           05  WS-ARCH-DESCRIPTION          PIC X(30) VALUE SPACES.
           05  WS-ARCH-SEG-SEQ              PIC S9(04) COMP VALUE ZERO.
           05  WS-ARCH-CUSTOMER-NBR         PIC X(10) VALUE SPACES.
           05  WS-ARCH-EMPLOYEE-NBR         PIC X(09) VALUE SPACES.
           05  WS-ARCH-SRV-FN-CD            PIC X(04) VALUE SPACES.
           05  WS-ARCH-SRC                  PIC X(01) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA        END-EXEC.

                DECLARE LIVE-CSR CURSOR FOR
                SELECT TLG_LOG_TIMESTAMP, TLG_LOG_TYPE,
                       TLG_CALLING_PGM,   TLG_SERVICE_NAME,
                       TLG_REQUEST_STATUS, TLG_LOG_DESCRIPTION,
                       TLG_SEG_SEQ,       TLG_CUSTOMER_NBR,
                       TLG_EMPLOYEE_NBR,  TLG_SRV_FN_CD
                  FROM T_UIS_TRANSACTION_LOG
                 WHERE TLG_CORRELATION_ID = :WS-CORRELATION-ID
                 ORDER BY TLG_LOG_TIMESTAMP
                DECLARE ARCH-CSR CURSOR FOR
                SELECT TLA_LOG_TIMESTAMP, TLA_LOG_TYPE,
                       TLA_CALLING_PGM,   TLA_SERVICE_NAME,
                       TLA_REQUEST_STATUS, TLA_LOG_DESCRIPTION,
                       TLA_SEG_SEQ,       TLA_CUSTOMER_NBR,
                       TLA_EMPLOYEE_NBR,  TLA_SRV_FN_CD, 'A'
                  FROM T_UIS_TRANSACTION_LOG_ARCH
                 WHERE TLA_CORRELATION_ID = :WS-CORRELATION-ID
                UNION ALL
                SELECT RST_LOG_TIMESTAMP, RST_LOG_TYPE,
                       RST_CALLING_PGM,   RST_SERVICE_NAME,
                       RST_REQUEST_STATUS, RST_LOG_DESCRIPTION,
                       RST_SEG_SEQ,       RST_CUSTOMER_NBR,
                       RST_EMPLOYEE_NBR,  RST_SRV_FN_CD, 'R'
                  FROM T_UIS_LOG_RESTORE
                 WHERE RST_CORRELATION_ID = :WS-CORRELATION-ID
                 ORDER BY 1
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           DISPLAY 'F5748TRC - LIFECYCLE TRACE FOR CORRELATION ID'.
           DISPLAY '           ' WS-CORRELATION-ID.
                FETCH LIVE-CSR
                INTO  :WS-LIVE-TS,          :WS-LIVE-LOG-TYPE,
                      :WS-LIVE-CALLING-PGM, :WS-LIVE-SERVICE-NAME,
                      :WS-LIVE-STATUS,      :WS-LIVE-DESCRIPTION,
                      :WS-LIVE-SEG-SEQ,     :WS-LIVE-CUSTOMER-NBR,
                      :WS-LIVE-EMPLOYEE-NBR, :WS-LIVE-SRV-FN-CD
           END-EXEC.

           IF SQLCODE NOT = 0
                FETCH ARCH-CSR
                INTO  :WS-ARCH-TS,          :WS-ARCH-LOG-TYPE,
                      :WS-ARCH-CALLING-PGM, :WS-ARCH-SERVICE-NAME,
                      :WS-ARCH-STATUS,      :WS-ARCH-DESCRIPTION,
                      :WS-ARCH-SEG-SEQ,     :WS-ARCH-CUSTOMER-NBR,
                      :WS-ARCH-EMPLOYEE-NBR, :WS-ARCH-SRV-FN-CD,
                      :WS-ARCH-SRC
           END-EXEC.

           IF SQLCODE NOT = 0
           DISPLAY 'LIVE  ' WS-LIVE-TS '  ' WS-LIVE-LOG-TYPE '  '
                    WS-LIVE-CALLING-PGM '  ' WS-LIVE-STATUS '  '
                    WS-LIVE-SERVICE-NAME.

           IF WS-SHOW-PII
               SET WS-PAYLOAD-IS-LIVE       TO TRUE
               MOVE WS-LIVE-LOG-TYPE        TO TKN-LOG-TYPE
               MOVE WS-LIVE-SEG-SEQ         TO TKN-SEG-SEQ
               MOVE WS-LIVE-CUSTOMER-NBR    TO TKN-CUSTOMER-NBR
               MOVE WS-LIVE-EMPLOYEE-NBR    TO TKN-EMPLOYEE-NBR
               MOVE WS-LIVE-SRV-FN-CD       TO TKN-SRV-FN-CD
               PERFORM 2500-SHOW-PERSONAL-DATA
                  THRU 2500-EXIT
           END-IF.
           .
       2300-EXIT.
           EXIT.
           DISPLAY 'ARCH  ' WS-ARCH-TS '  ' WS-ARCH-LOG-TYPE '  '
                    WS-ARCH-CALLING-PGM '  ' WS-ARCH-STATUS '  '
                    WS-ARCH-SERVICE-NAME.

           IF WS-SHOW-PII
               MOVE WS-ARCH-SRC             TO WS-PAYLOAD-SRC
               MOVE WS-ARCH-LOG-TYPE        TO TKN-LOG-TYPE
               MOVE WS-ARCH-SEG-SEQ         TO TKN-SEG-SEQ
               MOVE WS-ARCH-CUSTOMER-NBR    TO TKN-CUSTOMER-NBR
               MOVE WS-ARCH-EMPLOYEE-NBR    TO TKN-EMPLOYEE-NBR
               MOVE WS-ARCH-SRV-FN-CD       TO TKN-SRV-FN-CD
               PERFORM 2500-SHOW-PERSONAL-DATA
                  THRU 2500-EXIT
           END-IF.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2500-SHOW-PERSONAL-DATA                      *
      * FOR A PAYLOAD ROW, READS THE PAYLOAD FROM WHICHEVER TABLE THE  *
      * ROW CAME FROM AND HAS F5748TKN DETOKENIZE IT. THE JOB'S OWN    *
      * DB2 ID IS THE ONE CHECKED FOR THE GRANT.                       *
      ******************************************************************
       2500-SHOW-PERSONAL-DATA.

           IF TKN-LOG-TYPE NOT = 'REQUEST'
              AND TKN-LOG-TYPE NOT = 'RESPONSE'
              AND TKN-LOG-TYPE NOT = 'RESPONSC'
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-CORRELATION-ID           TO TKN-CORRELATION-ID.
           MOVE TKN-SEG-SEQ                 TO TLG-SEG-SEQ.

           EVALUATE TRUE
               WHEN WS-PAYLOAD-IS-LIVE
                   EXEC SQL
                        SELECT TLG_LOG_DATA_LENGTH, TLG_LOG_DATA
                          INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA
                          FROM T_UIS_TRANSACTION_LOG
                         WHERE TLG_CORRELATION_ID = :TKN-CORRELATION-ID
                           AND TLG_LOG_TYPE       = :TKN-LOG-TYPE
                           AND TLG_SEG_SEQ        = :TLG-SEG-SEQ
                   END-EXEC
               WHEN WS-PAYLOAD-IS-ARCH
                   EXEC SQL
                        SELECT TLA_LOG_DATA_LENGTH, TLA_LOG_DATA
                          INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA
                          FROM T_UIS_TRANSACTION_LOG_ARCH
                         WHERE TLA_CORRELATION_ID = :TKN-CORRELATION-ID
                           AND TLA_LOG_TYPE       = :TKN-LOG-TYPE
                           AND TLA_SEG_SEQ        = :TLG-SEG-SEQ
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                        SELECT RST_LOG_DATA_LENGTH, RST_LOG_DATA
                          INTO :TLG-LOG-DATA-LENGTH, :TLG-LOG-DATA
                          FROM T_UIS_LOG_RESTORE
                         WHERE RST_CORRELATION_ID = :TKN-CORRELATION-ID
                           AND RST_LOG_TYPE       = :TKN-LOG-TYPE
                           AND RST_SEG_SEQ        = :TLG-SEG-SEQ
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               DISPLAY '      PAYLOAD READ FAILED SQLCODE=' SQLCODE
               GO TO 2500-EXIT
           END-IF.

           SET TKN-DETOKENIZE               TO TRUE.
           MOVE SPACES                      TO TKN-RACF-ID.
           MOVE TLG-LOG-DATA-LENGTH         TO TKN-LOG-DATA-LENGTH.

           CALL WS-TOKENIZE-PGM USING TKN-CALL-AREA
                                      TLG-LOG-DATA.

           EVALUATE TKN-RETURN-CODE
               WHEN 0
                   ADD 1                    TO WS-DETOK-ROW-COUNT
                   PERFORM 2510-PRINT-ONE-VALUE
                      THRU 2510-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > TKN-VALUE-COUNT
               WHEN 4
                   DISPLAY '      NO TOKENIZED PERSONAL DATA ON THIS '
                           'ROW'
               WHEN 8
                   ADD 1                    TO WS-DETOK-DENIED-COUNT
                   DISPLAY '      NOT AUTHORIZED TO DETOKENIZE - '
                           'PERSONAL DATA WITHHELD'
               WHEN OTHER
                   DISPLAY '      DETOKENIZE FAILED SQLCODE='
                           TKN-SQLCODE
           END-EVALUATE.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2510-PRINT-ONE-VALUE                        *
      ******************************************************************
       2510-PRINT-ONE-VALUE.

           DISPLAY '      ' TKN-VAL-LABEL(WS-SUB) ': '
                    TKN-VAL-TEXT(WS-SUB).
           .
       2510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     8000-CLOSE-CURSORS                         *
      ******************************************************************
       8000-CLOSE-CURSORS.
           DISPLAY 'F5748TRC - ARCHIVE ROWS FOUND    : '
                    WS-ARCH-ROW-COUNT.

           IF WS-SHOW-PII
               DISPLAY 'F5748TRC - PAYLOADS DETOKENIZED  : '
                        WS-DETOK-ROW-COUNT
               DISPLAY 'F5748TRC - DETOKENIZE REFUSED    : '
                        WS-DETOK-DENIED-COUNT
           END-IF.

           IF WS-LIVE-ROW-COUNT = 0 AND WS-ARCH-ROW-COUNT = 0
               DISPLAY 'F5748TRC - NO ROWS ON EITHER TABLE FOR THIS '
                        'CORRELATION ID'
