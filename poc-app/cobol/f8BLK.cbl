      *                               RECORDS (0 = DEFAULT 50)        *
      *                   COLS 21-30  BUSINESS DATE (YYYY-MM-DD) THE  *
      *                               FEED ENVELOPE MUST CARRY        *
      *                   COLS 32-35  PURPOSE-OF-USE CODE SENT ON     *
      *                               EVERY REQUEST IN THE RUN        *
      *                               (MANDATORY - SEE                *
      *                               T_UIS_PURPOSE_ALLOW)            *
      *                                                                *
      *  INPUT:        BULKIN  - ONE FIXED REQUEST HEADER PER RECORD,  *
      *                          LAID OUT LIKE ZOS-REQUEST-HEADER IN   *
      *                    RISES ABOVE THE TARGET, REACCELERATING ON   *
      *                    RECOVERY - DAYTIME BULK RUNS NO LONGER      *
      *                    FIGHT THE ONLINE CALLERS                    *
      *  2026-10-15 UISAD  PURPOSE-OF-USE CODE FROM THE PARAMETER      *
      *                    CARD SENT ON EVERY DRIVEN REQUEST           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-PARM-SAMPLE-EVERY         PIC 9(04) VALUE ZEROES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-BUS-DATE                  PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-PURPOSE-CD           PIC X(04) VALUE SPACES.

       01  WS-ENVELOPE-PGM                  PIC X(08) VALUE 'F5748FEV'.

               MOVE 50                       TO WS-SAMPLE-EVERY
           END-IF.

      * F5748I00 REJECTS A REQUEST WITHOUT A PURPOSE OF USE - SAY SO
      * UP FRONT RATHER THAN LEAVE IT TO BE READ OFF EVERY BULKOUT
      * RECORD.
           IF WS-PARM-PURPOSE-CD = SPACES
               DISPLAY 'F5748BLK - NO PURPOSE-OF-USE CODE ON THE '
                       'PARAMETER CARD - EVERY REQUEST WILL BE '
                       'REJECTED'
           END-IF.

           IF WS-TARGET-MS > ZEROES
               DISPLAY 'F5748BLK - ADAPTIVE PACING ON - TARGET '
                        WS-TARGET-MS ' MS, SAMPLING EVERY '

           MOVE BULK-REQUEST-RECORD
             TO ZOS-SRV-CNTRL-PGM-REQUEST.
           MOVE WS-PARM-PURPOSE-CD           TO ZOS-REQUEST-PURPOSE-CD.

           EXEC CICS LINK PROGRAM('F5748I00')
                     COMMAREA(WS-BULK-COMMAREA)
