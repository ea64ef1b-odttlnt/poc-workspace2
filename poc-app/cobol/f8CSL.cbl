      *                TIMESTAMP), AGES OFF ROWS PAST THE RETENTION    *
      *                WINDOW, AND PRINTS A CONTROL-TOTAL REPORT SO    *
      *                THE FALLBACK PATH HAS REAL HISTORY BEHIND IT.   *
      *                EACH NEWLY LOADED TRANSFER IS RAISED AS A SXFR  *
      *                CHANGE EVENT TO SUBSCRIBED CALLERS THROUGH      *
      *                F5748ENP.                                       *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *                   COLS 12-37  XFER-TS (DB2 TIMESTAMP FORMAT)  *
      *                                                                *
      *  DB2 TABLES:   T_CUST_SEG_HIST (INSERT/DELETE)                 *
      *                T_CUST_DATA (READ)                              *
      *                T_UIS_EVENT_SUB (VIA F5748ENP)                  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  2026-09-02 UISAD  FEED ENVELOPE VALIDATED (F5748FEV) BEFORE   *
      *                    ANYTHING IS APPLIED; ACCEPTANCE/REFUSAL     *
      *                    RECORDED ON T_UIS_RUN_STATUS                *
      *  2026-10-15 UISAD  EACH LOADED TRANSFER RAISES A SXFR CHANGE   *
      *                    EVENT TO SUBSCRIBED CALLERS (F5748ENP)      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  FEV-ENVELOPE-AREA.
           COPY F5748FEN REPLACING ==:FD:== BY ==FEV==.

      * CHANGE-EVENT NOTIFIER - SEE 2100-NOTIFY-SUBSCRIBERS.
       01  WS-NOTIFY-PGM                    PIC X(08) VALUE 'F5748ENP'.
       01  ENP-CALL-AREA.
           COPY F5748ENA REPLACING ==:FD:== BY ==ENP==.
       01  WS-CURRENT-SEG-ID                PIC X(01) VALUE SPACE.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-INSERT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-DUP-COUNT                 PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-NOTIFY-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-NOTIFY-FAIL-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-AGED-COUNT                PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1                TO WS-INSERT-COUNT
                       PERFORM 2100-NOTIFY-SUBSCRIBERS
                          THRU 2100-EXIT
                   WHEN SQLCODE = -803
                       ADD 1                TO WS-DUP-COUNT
                   WHEN OTHER
           EXIT.
      *
      ******************************************************************
      *                  2100-NOTIFY-SUBSCRIBERS                       *
      * A SXFR CHANGE EVENT FOR THE TRANSFER JUST LOADED GOES TO EVERY *
      * CALLER SUBSCRIBED TO TRANSFERS INTO THE CUSTOMER'S CURRENT     *
      * SEGMENT OR OUT OF THE PRIOR ONE. A TRANSFER ALREADY LOADED BY  *
      * AN EARLIER RUN (-803) WAS TOLD THEN AND IS NOT TOLD AGAIN. A   *
      * DELIVERY PROBLEM DOES NOT REJECT THE RECORD - IT IS ON THE     *
      * DAILY F5748EDR REPORT.                                         *
      ******************************************************************
       2100-NOTIFY-SUBSCRIBERS.

           MOVE SPACE                       TO WS-CURRENT-SEG-ID.

           EXEC SQL
                SELECT SEG_ID
                  INTO :WS-CURRENT-SEG-ID
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :SX-CUST-NUM
           END-EXEC.

           INITIALIZE ENP-CALL-AREA.
           MOVE 'SXFR'                      TO ENP-EVENT-TYPE.
           MOVE SX-CUST-NUM                 TO ENP-CUST-NUM.
           MOVE WS-CURRENT-SEG-ID           TO ENP-SEG-ID.
           MOVE SX-PRIOR-SEG-ID             TO ENP-OTHER-SEG-ID.
           MOVE SPACES                      TO ENP-ORIGIN-APP-NM.
           MOVE WS-NAME-OF-THIS-MODULE      TO ENP-ORIGIN-PGM.
           STRING WS-NAME-OF-THIS-MODULE    '-'
                  SX-XFER-TS
                  DELIMITED BY SIZE INTO ENP-CORRELATION-ID.
           STRING 'PRIOR-SEG='              SX-PRIOR-SEG-ID
                  ';XFER-TS='               SX-XFER-TS
                  ';'
                  DELIMITED BY SIZE INTO ENP-EVENT-DETAIL.

           CALL WS-NOTIFY-PGM USING ENP-CALL-AREA.

           ADD ENP-DELIVERED-CNT            TO WS-NOTIFY-COUNT.
           ADD ENP-FAILED-CNT               TO WS-NOTIFY-FAIL-COUNT.

           IF ENP-RETURN-CODE = 12
               DISPLAY 'F5748CSL - TRANSFER EVENT FAILED SQLCODE='
                        ENP-SQLCODE ' FOR ' SX-CUST-NUM
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3000-AGE-OLD-ROWS                         *
      * TRANSFERS OLDER THAN THE RETENTION WINDOW NO LONGER HELP THE   *
      * INFORCE FALLBACK - THE PRIOR SEGMENT'S FILE HAS LONG SINCE     *
           DISPLAY 'F5748CSL - RECORDS REJECTED      : '
                    WS-REJECT-COUNT.
           DISPLAY 'F5748CSL - ROWS AGED OFF         : ' WS-AGED-COUNT.
           DISPLAY 'F5748CSL - EVENTS DELIVERED      : '
                    WS-NOTIFY-COUNT.
           DISPLAY 'F5748CSL - EVENTS NOT DELIVERED  : '
                    WS-NOTIFY-FAIL-COUNT.

           IF WS-REJECT-COUNT NOT = ZEROES
               MOVE 8                       TO RETURN-CODE
