      ******************************************************************
      * F5748OBA - OUTBOUND FILE REGISTRATION CALL AREA                *
      *                                                                *
      * PASSED TO F5748OBR BY EVERY PROGRAM THAT WRITES A FILE FOR     *
      * ANOTHER PARTY, ONCE THE FILE IS CLOSED. THE WRITER READS ITS   *
      * FILE BACK AND FILLS IN:                                        *
      *                                                                *
      * :FD:-FEED-ID      - THE OUTBOUND FEED (T_UIS_OUTBOUND_FEED KEY)*
      * :FD:-BUS-DATE     - THE BUSINESS DATE THE FILE IS FOR          *
      *                     (YYYY-MM-DD); SPACES TAKES TODAY           *
      * :FD:-RECORD-COUNT - EVERY RECORD ON THE FILE, HEADER AND       *
      *                     TRAILER INCLUDED                           *
      * :FD:-HASH-TOTAL   - THE SUM OF EACH RECORD'S FIRST NINE BYTES  *
      *                     TAKEN AS A NUMBER WHERE NUMERIC (F5748FEN) *
      * :FD:-WRITER-PGM   - THE WRITING PROGRAM                        *
      *                                                                *
      * F5748OBR RETURNS THE GENERATION AND DESTINATION IT REGISTERED  *
      * THE FILE UNDER ON T_UIS_OUTBOUND_MANIFEST, AND:                *
      *                                                                *
      * :FD:-STATUS 00 - REGISTERED                                    *
      *             04 - REGISTERED, BUT THE FEED HAS NO DEFINITION ON *
      *                  T_UIS_OUTBOUND_FEED, SO NO DESTINATION        *
      *             08 - NOT REGISTERED - DB2 FAILURE, :FD:-MESSAGE    *
      *                  SAYS WHAT. THE FILE MUST BE REGISTERED BEFORE *
      *                  IT IS RELEASED OR ITS ACKNOWLEDGEMENT WILL    *
      *                  MATCH NOTHING.                                *
      * THE CALLER COMMITS WITH ITS OWN WORK.                          *
      ******************************************************************
       05  :FD:-FEED-ID                     PIC X(08).
       05  :FD:-BUS-DATE                    PIC X(10).
       05  :FD:-RECORD-COUNT                PIC 9(09).
       05  :FD:-HASH-TOTAL                  PIC 9(15).
       05  :FD:-WRITER-PGM                  PIC X(08).
       05  :FD:-GENERATION                  PIC 9(06).
       05  :FD:-DEST                        PIC X(08).
       05  :FD:-STATUS                      PIC X(02).
           88  :FD:-REGISTERED                       VALUE '00' '04'.
           88  :FD:-REGISTERED-NO-DEST               VALUE '04'.
           88  :FD:-NOT-REGISTERED                   VALUE '08'.
       05  :FD:-MESSAGE                     PIC X(60).
