      *                    RECORDS IN F5748BLK'S OWN BULKIN LAYOUT,   *
      *                    SO THE SCRUBBED FILE FEEDS THE BULK DRIVER *
      *                    WITHOUT A REFORMAT STEP                    *
      *  2026-10-15 UISAD  A TOKENIZED SEARCH DOB FROM THE LOG IS     *
      *                    REPLACED BY A FIXED TEST DATE              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               MOVE '0715'                  TO WS-RQI-SRCH-DOB(5:4)
           END-IF.

      * A LOGGED DOB IS NOW A '#T' TOKEN WITH NO YEAR LEFT TO KEEP -
      * GIVE THE TEST REQUEST A FIXED ADULT DATE INSTEAD.
           IF WS-RQI-SRCH-DOB(1:2) = '#T'
               MOVE '19700715'              TO WS-RQI-SRCH-DOB
           END-IF.

           MOVE WS-REQUEST-IMAGE             TO SCRUB-OUTPUT-RECORD.
           WRITE SCRUB-OUTPUT-RECORD.

