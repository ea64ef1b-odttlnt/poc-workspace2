      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748OBR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748OBR:     OUTBOUND FILE MANIFEST REGISTRATION             *
      *                                                                *
      *  FUNCTION:     WHEN A FILE WE SENT TO ANOTHER PARTY WAS QUERIED*
      *                THERE WAS NO RECORD OF WHAT WENT - NOT THE      *
      *                RECORD COUNT, NOT WHICH RUN, NOT WHETHER THE    *
      *                RECEIVER EVER SAID IT ARRIVED. EVERY PROGRAM    *
      *                THAT WRITES AN OUTBOUND FILE NOW READS IT BACK  *
      *                ONCE IT IS CLOSED AND CALLS THIS SUBPROGRAM     *
      *                WITH THE RECORD COUNT AND HASH TOTAL (SEE       *
      *                F5748OBA), WHICH:                               *
      *                                                                *
      *                - TAKES THE DESTINATION FROM THE FEED'S         *
      *                  T_UIS_OUTBOUND_FEED DEFINITION (A FEED WITH   *
      *                  NONE IS STILL REGISTERED, WITHOUT ONE, AND    *
      *                  THE CALLER IS TOLD SO)                        *
      *                - GIVES THE FILE THE FEED'S NEXT GENERATION     *
      *                  NUMBER                                        *
      *                - INSERTS THE T_UIS_OUTBOUND_MANIFEST ROW,      *
      *                  AWAITING ACKNOWLEDGEMENT (SEE F5748OBK)       *
      *                                                                *
      *                NOTHING IS COMMITTED HERE - THE CALLER COMMITS  *
      *                WITH ITS OWN WORK.                              *
      *                                                                *
      *  ENVIRONMENT:  BATCH SUBPROGRAM (CALLED BY F5748C36, F5748C3M, *
      *                F5748SAR, F5748CRN, PRDCATX, GLJRNL).           *
      *                                                                *
      *  PARAMETERS:   1. F5748OBA REGISTRATION CALL AREA              *
      *                                                                *
      *  DB2 TABLES:   T_UIS_OUTBOUND_FEED (READ)                      *
      *                T_UIS_OUTBOUND_MANIFEST (READ/INSERT)           *
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

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748OBR'.

       01  WS-WORKING-FIELDS.
           05  WS-LAST-GEN                  PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LAST-GEN-IND              PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SQLCODE-DISP              PIC -9(09) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_FEED
           EXEC SQL INCLUDE F5748OBF     END-EXEC.

      * DCLGEN FOR T_UIS_OUTBOUND_MANIFEST
           EXEC SQL INCLUDE F5748OBM     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748OBR WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.
      *
       PROCEDURE DIVISION USING OBR-REGISTER-AREA.
      ******************************************************************
       0000-BEGIN.

           SET OBR-NOT-REGISTERED           TO TRUE.
           MOVE SPACES                      TO OBR-MESSAGE
                                               OBR-DEST.
           MOVE ZEROES                      TO OBR-GENERATION.

           PERFORM 2000-LOOKUP-FEED
              THRU 2000-EXIT.

           IF OBR-MESSAGE NOT = SPACES
               GO TO 0000-RETURN
           END-IF.

           PERFORM 3000-NEXT-GENERATION
              THRU 3000-EXIT.

           IF OBR-MESSAGE NOT = SPACES
               GO TO 0000-RETURN
           END-IF.

           PERFORM 4000-INSERT-MANIFEST
              THRU 4000-EXIT.

       0000-RETURN.
           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-LOOKUP-FEED                          *
      ******************************************************************
       2000-LOOKUP-FEED.

           MOVE OBR-FEED-ID                 TO OBF-FEED-ID.

           EXEC SQL
                SELECT OBF_DEST
                  INTO :OBF-DEST
                  FROM T_UIS_OUTBOUND_FEED
                 WHERE OBF_FEED_ID = :OBF-FEED-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE OBF-DEST            TO OBR-DEST
               WHEN 100
      * REGISTERED ANYWAY - F5748OBP LISTS A FEED WITH NO DEFINITION.
                   MOVE SPACES              TO OBR-DEST
               WHEN OTHER
                   MOVE SQLCODE             TO WS-SQLCODE-DISP
                   STRING 'OUTBOUND FEED READ FAILED SQLCODE='
                          WS-SQLCODE-DISP
                          DELIMITED BY SIZE
                          INTO OBR-MESSAGE
           END-EVALUATE.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-NEXT-GENERATION                        *
      ******************************************************************
       3000-NEXT-GENERATION.

           EXEC SQL
                SELECT MAX(OBM_GENERATION)
                  INTO :WS-LAST-GEN :WS-LAST-GEN-IND
                  FROM T_UIS_OUTBOUND_MANIFEST
                 WHERE OBM_FEED_ID = :OBF-FEED-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                 TO WS-SQLCODE-DISP
               STRING 'MANIFEST GENERATION READ FAILED SQLCODE='
                      WS-SQLCODE-DISP
                      DELIMITED BY SIZE
                      INTO OBR-MESSAGE
               GO TO 3000-EXIT
           END-IF.

      * A FEED'S FIRST FILE STARTS THE SEQUENCE AT 1.
           IF WS-LAST-GEN-IND < 0
               MOVE ZEROES                  TO WS-LAST-GEN
           END-IF.

           COMPUTE OBM-GENERATION = WS-LAST-GEN + 1.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-INSERT-MANIFEST                        *
      ******************************************************************
       4000-INSERT-MANIFEST.

           MOVE OBR-FEED-ID                 TO OBM-FEED-ID.
           MOVE OBR-BUS-DATE                TO OBM-BUS-DATE.
           MOVE OBR-RECORD-COUNT            TO OBM-RECORD-COUNT.
           MOVE OBR-HASH-TOTAL              TO OBM-HASH-TOTAL.
           MOVE OBR-DEST                    TO OBM-DEST.
           MOVE OBR-WRITER-PGM              TO OBM-WRITER-PGM.

           IF OBM-BUS-DATE = SPACES
               EXEC SQL
                    SET :OBM-BUS-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           END-IF.

           EXEC SQL
                INSERT INTO T_UIS_OUTBOUND_MANIFEST
                       ( OBM_FEED_ID
                       , OBM_GENERATION
                       , OBM_BUS_DATE
                       , OBM_RECORD_COUNT
                       , OBM_HASH_TOTAL
                       , OBM_DEST
                       , OBM_WRITER_PGM
                       , OBM_SENT_TS
                       , OBM_ACK_STATUS
                       , OBM_ACK_TS
                       , OBM_ACK_COUNT
                       , OBM_ACK_HASH
                       , OBM_ACK_COMMENT )
                VALUES ( :OBM-FEED-ID
                       , :OBM-GENERATION
                       , DATE(:OBM-BUS-DATE)
                       , :OBM-RECORD-COUNT
                       , :OBM-HASH-TOTAL
                       , :OBM-DEST
                       , :OBM-WRITER-PGM
                       , CURRENT TIMESTAMP
                       , ' '
                       , '0001-01-01-00.00.00.000000'
                       , 0
                       , 0
                       , ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                 TO WS-SQLCODE-DISP
               STRING 'MANIFEST INSERT FAILED SQLCODE='
                      WS-SQLCODE-DISP
                      DELIMITED BY SIZE
                      INTO OBR-MESSAGE
               GO TO 4000-EXIT
           END-IF.

           MOVE OBM-BUS-DATE                TO OBR-BUS-DATE.
           MOVE OBM-GENERATION              TO OBR-GENERATION.

           IF OBR-DEST = SPACES
               MOVE '04'                    TO OBR-STATUS
               MOVE 'REGISTERED - FEED HAS NO T_UIS_OUTBOUND_FEED ROW'
                 TO OBR-MESSAGE
           ELSE
               MOVE '00'                    TO OBR-STATUS
               MOVE 'REGISTERED ON THE OUTBOUND MANIFEST'
                 TO OBR-MESSAGE
           END-IF.
           .
       4000-EXIT.
           EXIT.

       END PROGRAM F5748OBR.
