      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748NFU.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748NFU:     DAILY CUSTOMER NOTE FOLLOW-UP DUE LIST          *
      *                                                                *
      *  FUNCTION:     A CUSTOMER SERVICE NOTE (T_CUST_NOTE) MAY ASK   *
      *                FOR A FOLLOW-UP BY A DATE - A PROMISED          *
      *                CALLBACK, A DISPUTE TO CHASE. THIS DAILY LIST   *
      *                SHOWS EVERY NOTE WHOSE FOLLOW-UP IS STILL       *
      *                PENDING AND FALLS DUE ON OR BEFORE THE RUN      *
      *                DATE, OLDEST DUE DATE FIRST, WITH THE CUSTOMER, *
      *                NOTE NUMBER, TYPE, AUTHOR, AND TEXT - SO THE    *
      *                TEAM CAN WORK IT BEFORE THE CUSTOMER CALLS      *
      *                BACK. THOSE ALREADY OVERDUE (DUE BEFORE THE     *
      *                RUN DATE) ARE FLAGGED AND COUNTED SEPARATELY.   *
      *                A FOLLOW-UP LEAVES THE LIST ONCE IT IS MARKED   *
      *                DONE THROUGH THE NOTES SERVICE (F5748NTS).      *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - RUN-DATE (YYYY-MM-DD)                *
      *                                                                *
      *  DB2 TABLES:   T_CUST_NOTE (READ)                              *
      *                                                                *
      *  RETURN CODE:  0 - LIST PRODUCED                               *
      *                8 - DB2 FAILURE, LIST INCOMPLETE                *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748NFU'.

       01  WS-PARM-CARD.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-NOTE-SEQ-DSP              PIC 9(05) VALUE ZEROES.
           05  WS-OVERDUE-TEXT              PIC X(09) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-DUE-COUNT                 PIC 9(07) VALUE ZEROES.
           05  WS-OVERDUE-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

           EXEC SQL INCLUDE F5748NTE     END-EXEC.

           EXEC SQL
                DECLARE DUE-CSR CURSOR FOR
                SELECT NTE_CUST_NUM
                     , NTE_NOTE_SEQ
                     , NTE_NOTE_TYPE
                     , NTE_AUTHOR_RACF_ID
                     , CHAR(NTE_FOLLOWUP_DATE, ISO)
                     , NTE_NOTE_TEXT_1
                     , NTE_NOTE_TEXT_2
                  FROM T_CUST_NOTE
                 WHERE NTE_FOLLOWUP_STATUS = 'P'
                   AND NTE_FOLLOWUP_DATE  <= DATE(:WS-RUN-DATE)
                 ORDER BY NTE_FOLLOWUP_DATE, NTE_CUST_NUM, NTE_NOTE_SEQ
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748NFU WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-NEXT-DUE
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE DUE-CSR
           END-EXEC.

           DISPLAY ' '.
           DISPLAY 'F5748NFU - FOLLOW-UPS DUE        : '
                    WS-DUE-COUNT.
           DISPLAY 'F5748NFU - OF WHICH OVERDUE      : '
                    WS-OVERDUE-COUNT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO RETURN-CODE.

           ACCEPT WS-RUN-DATE               FROM SYSIN.

           DISPLAY 'F5748NFU - NOTE FOLLOW-UPS DUE ON OR BEFORE '
                    WS-RUN-DATE.
           DISPLAY ' '.

           EXEC SQL
                OPEN DUE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748NFU - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                       TO RETURN-CODE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-REPORT-NEXT-DUE                        *
      * ONE LINE PER NOTE, THE TEXT BENEATH IT. A FOLLOW-UP DUE BEFORE *
      * THE RUN DATE SHOULD ALREADY HAVE BEEN DONE AND IS FLAGGED.     *
      ******************************************************************
       2000-REPORT-NEXT-DUE.

           EXEC SQL
                FETCH DUE-CSR
                INTO  :NTE-CUST-NUM
                     ,:NTE-NOTE-SEQ
                     ,:NTE-NOTE-TYPE
                     ,:NTE-AUTHOR-RACF-ID
                     ,:NTE-FOLLOWUP-DATE
                     ,:NTE-NOTE-TEXT-1
                     ,:NTE-NOTE-TEXT-2
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748NFU - FETCH FAILED SQLCODE=' SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           ADD 1                            TO WS-DUE-COUNT.
           MOVE NTE-NOTE-SEQ                TO WS-NOTE-SEQ-DSP.

           IF NTE-FOLLOWUP-DATE < WS-RUN-DATE
               ADD 1                        TO WS-OVERDUE-COUNT
               MOVE '*OVERDUE*'             TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES                  TO WS-OVERDUE-TEXT
           END-IF.

           DISPLAY '  DUE ' NTE-FOLLOWUP-DATE
                   ' CUST=' NTE-CUST-NUM
                   ' NOTE=' WS-NOTE-SEQ-DSP
                   ' ' NTE-NOTE-TYPE
                   ' BY ' NTE-AUTHOR-RACF-ID
                   ' ' WS-OVERDUE-TEXT.
           DISPLAY '    ' NTE-NOTE-TEXT-1.

           IF NTE-NOTE-TEXT-2 NOT = SPACES
               DISPLAY '    ' NTE-NOTE-TEXT-2
           END-IF.
           .
       2000-EXIT.
           EXIT.

       END PROGRAM F5748NFU.
