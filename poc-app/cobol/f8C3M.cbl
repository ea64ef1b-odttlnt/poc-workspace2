      *                  RECORDS ACTUALLY READ.                       *
      *                - WRITES ONE COMBINED TRAILER WITH THE SAME    *
      *                  TOTALS THE SINGLE RUN PRODUCED.              *
      *                - ON A CLEAN MERGE, REGISTERS THE COMBINED      *
      *                  C36EXT ON THE OUTBOUND MANIFEST (FEED UISC360,*
      *                  VIA F5748OBR) AS THE SINGLE RUN DOES.         *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - SLICE COUNT (01-02, VALUES 01-08)    *
      *                   COLS 04-13  RUN-DATE THE SLICES WERE GIVEN   *
      *                               (YYYY-MM-DD) - THE MANIFEST      *
      *                               BUSINESS DATE; BLANK = TODAY     *
      *                                                                *
      *  INPUT:        C36IN  - THE SLICE EXTRACT FILES, CONCATENATED  *
      *                         IN SLICE (KEY-RANGE) ORDER.            *
      *  OUTPUT:       C36EXT - THE COMBINED EXTRACT FEED.             *
      *                                                                *
      *  DB2 TABLES:   T_UIS_RUN_STATUS (READ/INSERT/UPDATE)           *
      *                T_UIS_RUN_HOLD   (READ)                         *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  REFUSE TO MERGE WHILE F5748C36 IS HELD ON   *
      *                    THE F5748NCC CONSOLE                        *
      *  2026-10-15 UISAD  CLEAN MERGED C36EXT REGISTERED ON THE       *
      *                    OUTBOUND MANIFEST (F5748OBR); RUN-DATE ON   *
      *                    THE CARD                                    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-PARM-CARD.
           05  WS-SLICE-COUNT               PIC 9(02) VALUE ZEROES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-SLICE-SUB                 PIC 9(02) VALUE ZEROES.
           05  WS-SLICE-JOB-NM              PIC X(08) VALUE SPACES.
           05  WS-RUN-OUTCOME               PIC X(08) VALUE SPACES.
           05  WS-RUN-HOLD-BY               PIC X(08) VALUE SPACES.

      ******************************************************************
      *          SLICE EXTRACT RECORD VIEWS - SAME LAYOUTS F5748C36    *
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-FEED-ID              PIC X(08) VALUE 'UISC360'.
       01  WS-OUTBOUND-PREFIX-NUM           PIC 9(09) VALUE ZEROES.
       01  WS-OUTBOUND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-EOF                        VALUE 'Y'.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *

           IF WS-VARIANCE-COUNT = ZEROES
            AND WS-TRAILERS-SEEN = WS-SLICE-COUNT
               PERFORM 8500-REGISTER-OUTBOUND-FILE
                  THRU 8500-EXIT
               PERFORM 0990-REGISTER-RUN-END
                  THRU 0990-EXIT
           ELSE
      *                    0900-CHECK-SLICE-ROWS                       *
      * EVERY SLICE MUST HAVE ITS OWN SUCCESS ROW FOR TODAY BEFORE     *
      * ANYTHING IS MERGED - A MISSING OR FAILED SLICE MEANS A HOLE    *
      * IN THE KEY RANGE, NOT A SMALLER REPORT. A HOLD PLACED ON       *
      * F5748C36 ON THE F5748NCC CONSOLE STOPS THE MERGE AS WELL.      *
      ******************************************************************
       0900-CHECK-SLICE-ROWS.

           MOVE SPACES                       TO WS-RUN-HOLD-BY.
           EXEC SQL
                SELECT RHL_RACF_ID
                  INTO :WS-RUN-HOLD-BY
                  FROM T_UIS_RUN_HOLD
                 WHERE RHL_RUN_DATE = CURRENT DATE
                   AND RHL_JOB_NM   = :WS-C36-JOB-NM
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'F5748C3M - REFUSING TO START: F5748C36 HELD BY '
                        WS-RUN-HOLD-BY
                       ' ON THE NIGHT-CHAIN CONSOLE'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0910-CHECK-ONE-SLICE
              THRU 0910-EXIT
              VARYING WS-SLICE-SUB FROM 1 BY 1
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED C36EXT IS READ BACK SO THE MANIFEST CARRIES THE     *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO CRM.                       *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-OUTBOUND-FEED-ID          TO OBR-FEED-ID.
           MOVE WS-RUN-DATE                  TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT C36-EXTRACT-FILE.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE C36-EXTRACT-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'F5748C3M - C36EXT ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'F5748C3M - FEED ' OBR-FEED-ID
                       ' GENERATION ' OBR-GENERATION
                       ' RECORDS ' OBR-RECORD-COUNT
                       ' HASH ' OBR-HASH-TOTAL
                       ' DEST ' OBR-DEST
           ELSE
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8510-COUNT-OUTBOUND-RECORD                     *
      ******************************************************************
       8510-COUNT-OUTBOUND-RECORD.

           READ C36-EXTRACT-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF C36-EXTRACT-RECORD(1:9) NUMERIC
               MOVE C36-EXTRACT-RECORD(1:9)  TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
