      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748CTR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748CTR:     WEEKLY CHANGE REPORT BY CHANGE TICKET           *
      *                                                                *
      *  FUNCTION:     LISTS A WEEK OF T_UIS_CHANGE_AUDIT - EVERY      *
      *                CHANGE CARD RUN THROUGH F5748SFM, F5748QTM,     *
      *                F5748SLM, F5748ACM, F5748MWM, F5748DPM,         *
      *                HOLMAINT, AND ORGMAINT -                        *
      *                GROUPED BY CHANGE TICKET, SO CHANGE MANAGEMENT  *
      *                CAN CHECK WHAT WENT IN UNDER EACH TICKET AGAINST*
      *                WHAT THE TICKET APPROVED. FOR EACH TICKET:      *
      *                                                                *
      *                - ONE LINE PER CARD: WHEN, WHICH UTILITY, THE   *
      *                  ACTION AND WHAT IT CHANGED, APPLIED OR        *
      *                  REFUSED, AND WHO RAN IT,                      *
      *                - THE REFUSAL REASON UNDER A REFUSED CARD, AND  *
      *                  THE EMERGENCY CHANGE NUMBER AND FREEZE UNDER A*
      *                  CARD RUN DURING A CHANGE FREEZE,              *
      *                - THE TICKET'S APPLIED AND REFUSED COUNTS.      *
      *                                                                *
      *                CARDS REFUSED FOR HAVING NO TICKET AT ALL ARE   *
      *                GROUPED FIRST UNDER '(NO TICKET)'. THE REPORT   *
      *                ENDS WITH THE WEEK'S TOTALS, INCLUDING THE      *
      *                EMERGENCY CHANGES APPLIED DURING A FREEZE.      *
      *                                                                *
      *  ENVIRONMENT:  BATCH. WEEKLY, AFTER THE LAST MAINTENANCE RUN OF*
      *                THE WEEK.                                       *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                      *
      *                   COLS 01-10  WEEK-ENDING DATE (YYYY-MM-DD;    *
      *                               BLANK = TODAY). THE WEEK IS THE  *
      *                               SEVEN DAYS ENDING ON THAT DATE.  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_CHANGE_AUDIT (READ)                       *
      *                                                                *
      *  RETURN CODE:  0 = REPORTED, 8 = BAD DATE OR DB2 FAILURE       *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  F5748DPM (DEPENDENCY REGISTRY) CARDS ARE    *
      *                    LISTED WITH THE OTHER UTILITIES'            *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748CTR'.

       01  WS-PARM-CARD.
           05  WS-PARM-WEEK-END-DATE        PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-WEEK-START-DATE           PIC X(10) VALUE SPACES.
           05  WS-WEEK-END-DATE             PIC X(10) VALUE SPACES.
           05  WS-CURR-TICKET-NUM           PIC X(12) VALUE SPACES.
           05  WS-TICKET-DSP                PIC X(12) VALUE SPACES.
           05  WS-OUTCOME-DSP               PIC X(07) VALUE SPACES.

      * ONE TICKET'S COUNTS, PRINTED WHEN THE TICKET CHANGES.
       01  WS-TICKET-COUNTS.
           05  WS-TKT-APPLIED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TKT-REFUSED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-WEEK-TOTALS.
           05  WS-TOT-TICKETS               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-CARDS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-APPLIED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-REFUSED               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-NO-TICKET             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-EMERGENCY             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DSP                 PIC Z(08)9.
           05  WS-COUNT2-DSP                PIC Z(08)9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-FIRST-ROW-SW              PIC X(01) VALUE 'Y'.
               88  WS-FIRST-ROW                       VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_CHANGE_AUDIT
           EXEC SQL INCLUDE F5748CAU     END-EXEC.

      * A BLANK TICKET SORTS FIRST, SO THE CARDS REFUSED FOR HAVING NO
      * TICKET LEAD THE REPORT.
           EXEC SQL
                DECLARE CHANGE-CSR CURSOR FOR
                SELECT CAU_CHANGE_TS
                     , CAU_UTILITY_PGM
                     , CAU_ACTION
                     , CAU_OBJECT_KEY
                     , CAU_TICKET_NUM
                     , CAU_EMERG_CHG_NUM
                     , CAU_FREEZE_ID
                     , CAU_OUTCOME
                     , CAU_REFUSE_RSN
                     , CAU_CARD_USERID
                     , CAU_RUN_USERID
                  FROM T_UIS_CHANGE_AUDIT
                 WHERE CAU_CHANGE_TS >=
                       TIMESTAMP(:WS-WEEK-START-DATE, '00.00.00')
                   AND CAU_CHANGE_TS <
                       TIMESTAMP(:WS-WEEK-END-DATE, '00.00.00')
                       + 1 DAY
                 ORDER BY CAU_TICKET_NUM
                        , CAU_CHANGE_TS
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748CTR WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-NEXT-CHANGE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CHANGE-CSR
           END-EXEC.

           PERFORM 3000-REPORT-WEEK-TOTALS
              THRU 3000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * SETTLES THE WEEK - THE SEVEN DAYS ENDING ON THE CARD'S DATE,   *
      * OR TODAY. DB2 PROVES THE DATE AND DOES THE ARITHMETIC.         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-WEEK-END-DATE = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE - 6 DAYS, ISO)
                         , CHAR(CURRENT DATE, ISO)
                      INTO :WS-WEEK-START-DATE
                         , :WS-WEEK-END-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                    SELECT CHAR(DATE(:WS-PARM-WEEK-END-DATE) - 6 DAYS,
                                ISO)
                         , CHAR(DATE(:WS-PARM-WEEK-END-DATE), ISO)
                      INTO :WS-WEEK-START-DATE
                         , :WS-WEEK-END-DATE
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CTR - WEEK-ENDING DATE '
                       WS-PARM-WEEK-END-DATE
                       ' IS NOT A VALID YYYY-MM-DD DATE (SQLCODE='
                       SQLCODE ') - NOTHING REPORTED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'F5748CTR - WEEKLY CHANGE REPORT BY CHANGE TICKET - '
                   WS-WEEK-START-DATE ' THRU ' WS-WEEK-END-DATE.

           EXEC SQL
                OPEN CHANGE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748CTR - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-REPORT-NEXT-CHANGE                     *
      * ONE AUDIT ROW. A NEW TICKET CLOSES THE PREVIOUS TICKET'S       *
      * GROUP AND HEADS A NEW ONE.                                     *
      ******************************************************************
       2000-REPORT-NEXT-CHANGE.

           EXEC SQL
                FETCH CHANGE-CSR
                INTO  :CAU-CHANGE-TS
                     ,:CAU-UTILITY-PGM
                     ,:CAU-ACTION
                     ,:CAU-OBJECT-KEY
                     ,:CAU-TICKET-NUM
                     ,:CAU-EMERG-CHG-NUM
                     ,:CAU-FREEZE-ID
                     ,:CAU-OUTCOME
                     ,:CAU-REFUSE-RSN
                     ,:CAU-CARD-USERID
                     ,:CAU-RUN-USERID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748CTR - FETCH FAILED SQLCODE=' SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           IF WS-FIRST-ROW
             OR CAU-TICKET-NUM NOT = WS-CURR-TICKET-NUM
               IF NOT WS-FIRST-ROW
                   PERFORM 2100-END-TICKET
                      THRU 2100-EXIT
               END-IF
               PERFORM 2200-START-TICKET
                  THRU 2200-EXIT
           END-IF.

           ADD 1                             TO WS-TOT-CARDS.
           IF CAU-CHANGE-APPLIED
               MOVE 'APPLIED'                TO WS-OUTCOME-DSP
               ADD 1                         TO WS-TKT-APPLIED
                                                WS-TOT-APPLIED
               IF CAU-FREEZE-ID NOT = SPACES
                   ADD 1                     TO WS-TOT-EMERGENCY
               END-IF
           ELSE
               MOVE 'REFUSED'                TO WS-OUTCOME-DSP
               ADD 1                         TO WS-TKT-REFUSED
                                                WS-TOT-REFUSED
               IF CAU-TICKET-NUM = SPACES
                   ADD 1                     TO WS-TOT-NO-TICKET
               END-IF
           END-IF.

           PERFORM 2900-PRINT-CHANGE-LINE
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        2100-END-TICKET                         *
      * PRINTS THE CLOSING TICKET'S COUNTS.                            *
      ******************************************************************
       2100-END-TICKET.

           MOVE WS-TKT-APPLIED               TO WS-COUNT-DSP.
           MOVE WS-TKT-REFUSED               TO WS-COUNT2-DSP.

           DISPLAY '  TICKET ' WS-TICKET-DSP
                   '  APPLIED=' WS-COUNT-DSP
                   '  REFUSED=' WS-COUNT2-DSP.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2200-START-TICKET                        *
      * HEADS THE NEW TICKET'S GROUP AND CLEARS ITS COUNTS.            *
      ******************************************************************
       2200-START-TICKET.

           MOVE 'N'                          TO WS-FIRST-ROW-SW.
           MOVE CAU-TICKET-NUM               TO WS-CURR-TICKET-NUM.
           MOVE ZEROES                       TO WS-TKT-APPLIED
                                                WS-TKT-REFUSED.
           ADD 1                             TO WS-TOT-TICKETS.

           IF CAU-TICKET-NUM = SPACES
               MOVE '(NO TICKET)'            TO WS-TICKET-DSP
           ELSE
               MOVE CAU-TICKET-NUM           TO WS-TICKET-DSP
           END-IF.

           DISPLAY ' '.
           DISPLAY 'CHANGE TICKET ' WS-TICKET-DSP.
           DISPLAY '  CHANGED AT           UTILITY  ACTION   '
                   'OBJECT                                   '
                   'OUTCOME  RUN BY    CARD USER'.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2900-PRINT-CHANGE-LINE                     *
      * ONE CARD, WITH THE REFUSAL REASON OR THE EMERGENCY CHANGE      *
      * NUMBER AND FREEZE BENEATH IT WHERE THERE IS ONE.               *
      ******************************************************************
       2900-PRINT-CHANGE-LINE.

           DISPLAY '  ' CAU-CHANGE-TS(1:19) '  '
                   CAU-UTILITY-PGM ' '
                   CAU-ACTION ' '
                   CAU-OBJECT-KEY ' '
                   WS-OUTCOME-DSP '  '
                   CAU-RUN-USERID '  '
                   CAU-CARD-USERID.

           IF CAU-CHANGE-REFUSED
               DISPLAY '      REFUSED: ' CAU-REFUSE-RSN
           END-IF.

           IF CAU-FREEZE-ID NOT = SPACES
               DISPLAY '      EMERGENCY CHG ' CAU-EMERG-CHG-NUM
                       ' DURING FREEZE ' CAU-FREEZE-ID
           END-IF.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-REPORT-WEEK-TOTALS                     *
      ******************************************************************
       3000-REPORT-WEEK-TOTALS.

           DISPLAY ' '.

           IF WS-TOT-CARDS = ZEROES
               DISPLAY 'F5748CTR - NO CHANGE CARDS WERE RUN '
                       WS-WEEK-START-DATE ' THRU ' WS-WEEK-END-DATE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2100-END-TICKET
              THRU 2100-EXIT.

           DISPLAY ' '.
           DISPLAY 'F5748CTR - WEEK TOTALS'.
           MOVE WS-TOT-TICKETS               TO WS-COUNT-DSP.
           DISPLAY '  CHANGE TICKETS              ' WS-COUNT-DSP.
           MOVE WS-TOT-CARDS                 TO WS-COUNT-DSP.
           DISPLAY '  CHANGE CARDS RUN            ' WS-COUNT-DSP.
           MOVE WS-TOT-APPLIED               TO WS-COUNT-DSP.
           DISPLAY '    APPLIED                   ' WS-COUNT-DSP.
           MOVE WS-TOT-EMERGENCY             TO WS-COUNT-DSP.
           DISPLAY '      EMERGENCY, IN A FREEZE  ' WS-COUNT-DSP.
           MOVE WS-TOT-REFUSED               TO WS-COUNT-DSP.
           DISPLAY '    REFUSED                   ' WS-COUNT-DSP.
           MOVE WS-TOT-NO-TICKET             TO WS-COUNT-DSP.
           DISPLAY '      FOR HAVING NO TICKET    ' WS-COUNT-DSP.
           .
       3000-EXIT.
           EXIT.

       END PROGRAM F5748CTR.
