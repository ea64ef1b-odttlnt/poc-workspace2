      ******************************************************************
      * F5748RCF - RETENTION CANDIDATE FILE RECORD (RETCAND)           *
      *                                                                *
      * WRITTEN BY F5748RTS, REVIEWED BY THE PRIVACY OFFICE, AND READ  *
      * BACK BY F5748ERA. 200 BYTES: ONE HEADER ('H'), ONE DETAIL      *
      * ('D') PER CANDIDATE CUSTOMER, ONE TRAILER ('T').               *
      *                                                                *
      * THE REVIEWER CHANGES ONLY EACH DETAIL'S DECISION BYTE AND      *
      * NOTE:                                                          *
      *   'E' - DISPOSAL APPROVED, F5748ERA ERASES THE CUSTOMER        *
      *   'K' - KEEP, THE CUSTOMER IS RECORDED AS KEPT                 *
      *   ' ' - NOT YET REVIEWED, LEFT PENDING                         *
      * A FILE WHOSE HEADER, TRAILER COUNT, OR CUSTOMERS DO NOT MATCH  *
      * THE SWEEP RUN'S RECORD IS REFUSED.                             *
      ******************************************************************
           05  :FD:-RECORD-TYPE             PIC X(01).
               88  :FD:-IS-HEADER                     VALUE 'H'.
               88  :FD:-IS-DETAIL                     VALUE 'D'.
               88  :FD:-IS-TRAILER                    VALUE 'T'.
           05  :FD:-RECORD-BODY             PIC X(199).
           05  :FD:-HEADER-VIEW REDEFINES :FD:-RECORD-BODY.
               10  :FD:-HDR-FEED-ID         PIC X(08).
               10  :FD:-HDR-RUN-TS          PIC X(26).
               10  :FD:-HDR-RETAIN-DAYS     PIC 9(05).
               10  :FD:-HDR-CUTOFF-DATE     PIC X(10).
               10  :FD:-HDR-SNAP-DATE       PIC X(10).
               10  :FD:-HDR-SEGMENTS        PIC X(10).
               10  FILLER                   PIC X(130).
           05  :FD:-DETAIL-VIEW REDEFINES :FD:-RECORD-BODY.
               10  :FD:-CUST-NUM            PIC X(10).
               10  :FD:-SEG-ID              PIC X(01).
               10  :FD:-LAST-ACTIVITY-DATE  PIC X(10).
               10  :FD:-DECEASED-IND        PIC X(01).
               10  :FD:-FRAUD-HOLD-IND      PIC X(01).
               10  :FD:-DECISION            PIC X(01).
                   88  :FD:-DISPOSAL-APPROVED         VALUE 'E'.
                   88  :FD:-KEEP-CUSTOMER             VALUE 'K'.
                   88  :FD:-NOT-REVIEWED              VALUE ' '.
               10  :FD:-REVIEW-NOTE         PIC X(40).
               10  FILLER                   PIC X(135).
           05  :FD:-TRAILER-VIEW REDEFINES :FD:-RECORD-BODY.
               10  :FD:-TRL-DETAIL-COUNT    PIC 9(09).
               10  FILLER                   PIC X(190).
