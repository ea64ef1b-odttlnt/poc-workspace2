      *                         'E' NOT A WELL-FORMED DATE             *
      * BDT-CHECK-ADJ-DATE (OUT) FIRST BUSINESS DAY ON OR AFTER THE    *
      *                         CHECK DATE                             *
      * BDT-FISCAL-DATE   (IN)  YYYY-MM-DD TO PLACE ON THE FISCAL      *
      *                         CALENDAR, SPACES = TODAY               *
      * BDT-FISCAL-RESULT (OUT) 'F' FOUND, 'M' NO FISCAL PERIOD LOADED *
      *                         FOR THE DATE, 'E' NOT A VALID DATE     *
      * BDT-FISCAL-YEAR/PERIOD/WEEK (OUT) THE DATE'S FISCAL YEAR,      *
      *                         PERIOD (01-12), AND WEEK (01-53)       *
      * BDT-FISCAL-PER-START/END (OUT) FIRST AND LAST DAY OF THAT      *
      *                         FISCAL PERIOD                          *
      ******************************************************************
           05  BDT-CALENDAR-ID              PIC X(08).
           05  BDT-CHECK-DATE               PIC X(10).
               88  BDT-CHECK-IS-NONBUS                VALUE 'N'.
               88  BDT-CHECK-BAD-DATE                 VALUE 'E'.
           05  BDT-CHECK-ADJ-DATE           PIC X(10).
           05  BDT-FISCAL-DATE              PIC X(10).
           05  BDT-FISCAL-RESULT            PIC X(01).
               88  BDT-FISCAL-FOUND                   VALUE 'F'.
               88  BDT-FISCAL-NOT-LOADED              VALUE 'M'.
               88  BDT-FISCAL-BAD-DATE                VALUE 'E'.
           05  BDT-FISCAL-YEAR              PIC 9(04).
           05  BDT-FISCAL-PERIOD            PIC 9(02).
           05  BDT-FISCAL-WEEK              PIC 9(02).
           05  BDT-FISCAL-PER-START         PIC X(10).
           05  BDT-FISCAL-PER-END           PIC X(10).
