      *                THE CUSTOMER ANYTHING - THEY KEEP QUOTING THE   *
      *                RETIRED NUMBER TO AGENTS FOR YEARS. THIS JOB    *
      *                SWEEPS EVERY XREF ROW STILL UNLETTERED          *
      *                (MRX_LETTER_IND = 'N'), QUEUES ONE MERGE        *
      *                NOTICE PER AFFECTED CUSTOMER ON T_CORR_REQUEST  *
      *                (SENT BY THE NIGHTLY F5748CRN, AS F5748MRG'S    *
      *                OWN ARE), MARKS THE ROW LETTERED, AND           *
      *                PRINTS THE CONTROL TOTALS SO CUSTOMER           *
      *                COMMUNICATIONS CAN RECONCILE LETTERS REQUESTED. *
      *                                                                *
      *                                                                *
      *  PARAMETERS:   NONE.                                           *
      *                                                                *
      *  DB2 TABLES:   T_CUST_MERGE_XREF (READ/UPDATE)                 *
      *                T_CORR_REQUEST (INSERT)                         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  MERGE NOTICES ARE NOW T_CORR_REQUEST ROWS   *
      *                    FOR THE CORRESPONDENCE HUB (F5748CRN)       *
      *                    INSTEAD OF THE MRGLTR EXTRACT FILE          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
       01  WS-COUNTER-AREA.
           05  WS-LETTERS-WRITTEN           PIC 9(07) VALUE ZEROES.
           05  WS-MARK-FAILED               PIC 9(05) VALUE ZEROES.
           05  WS-REQUEST-FAILED            PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
      * DCLGEN FOR T_CUST_MERGE_XREF
           EXEC SQL INCLUDE F5748MRX     END-EXEC.

      * DCLGEN FOR T_CORR_REQUEST
           EXEC SQL INCLUDE F5748CRQ     END-EXEC.

           EXEC SQL
                DECLARE UNLETTERED-CSR CURSOR FOR
                SELECT MRX_RETIRED_CUST_NUM,

           DISPLAY 'F5748MRL - MERGE LETTER CATCH-UP STARTING'.

           EXEC SQL
                OPEN UNLETTERED-CSR
           END-EXEC.
                CLOSE UNLETTERED-CSR
           END-EXEC.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

               GO TO 2000-EXIT
           END-IF.

      * THE REQUEST IS ADDRESSED TO THE SURVIVOR - THE RETIRED
      * NUMBER'S T_CUST_DATA ROW IS GONE. THE VARIABLE DATA IS THE
      * SAME 'MRGNOTIF' LAYOUT F5748MRG QUEUES.
           MOVE MRX-SURVIVOR-CUST-NUM        TO CRQ-CUST-NUM.
           MOVE WS-LETTER-TEMPLATE           TO CRQ-TEMPLATE-CD.
           SET CRQ-PRIORITY-SERVICE          TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE       TO CRQ-SOURCE-PGM.
           MOVE SPACES                       TO CRQ-VAR-DATA.
           STRING 'RETIRED='                 MRX-RETIRED-CUST-NUM
                  ';SURVIVOR='               MRX-SURVIVOR-CUST-NUM
                  ';MERGED='                 MRX-MERGE-TS(1:10)
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

      * NOT MARKED, SO THE NEXT RUN TRIES AGAIN.
           IF SQLCODE NOT = 0
               ADD 1                         TO WS-REQUEST-FAILED
               DISPLAY 'F5748MRL - LETTER REQUEST FAILED SQLCODE='
                        SQLCODE ' FOR ' MRX-RETIRED-CUST-NUM
               GO TO 2000-EXIT
           END-IF.

           ADD 1                             TO WS-LETTERS-WRITTEN.

           DISPLAY ' '.
           DISPLAY 'F5748MRL - LETTERS REQUESTED     : '
                    WS-LETTERS-WRITTEN.
           DISPLAY 'F5748MRL - REQUEST FAILURES      : '
                    WS-REQUEST-FAILED.
           DISPLAY 'F5748MRL - MARK FAILURES         : '
                    WS-MARK-FAILED.

           IF WS-MARK-FAILED NOT = ZEROES
            OR WS-REQUEST-FAILED NOT = ZEROES
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
