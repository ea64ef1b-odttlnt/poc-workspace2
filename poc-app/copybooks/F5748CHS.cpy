      * TIMESTAMP, AND THE LOAD RUN DATE - SO "WHAT DID THIS ROW LOOK  *
      * LIKE BEFORE TUESDAY'S LOAD" HAS AN ANSWER, AND A BAD LOAD CAN  *
      * BE BACKED OUT FROM THE PRIOR IMAGES. F5748CHQ ANSWERS POINT-   *
      * IN-TIME INQUIRIES FROM THESE ROWS. F5748RBK WRITES 'RBACK'     *
      * ROWS FOR WHAT IT BACKS OUT; F5748MRG A 'MERGE' ROW (PRIOR      *
      * IMAGE ONLY, AS A DELETE) FOR THE NUMBER IT RETIRES; F5748UMG   *
      * AN 'UNMRG' ROW (NEW IMAGE ONLY, AS AN ADD) FOR THE NUMBER AN   *
      * UNMERGE PUTS BACK. CHH_RUN_DATE ON THOSE IS THE DAY THEY RAN.  *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_DATA_HIST TABLE
           ( CHH_CUST_NUM                   CHAR(10) NOT NULL,
              88 CHH-CHANGE-IS-ADD                   VALUE 'ADD'.
              88 CHH-CHANGE-IS-UPDATE                VALUE 'CHANGE'.
              88 CHH-CHANGE-IS-DELETE                VALUE 'DELETE'.
              88 CHH-CHANGE-IS-MERGE                 VALUE 'MERGE'.
              88 CHH-CHANGE-IS-UNMERGE               VALUE 'UNMRG'.
           10 CHH-PRIOR-SEG-ID              PIC X(01).
           10 CHH-PRIOR-CUST-NM             PIC X(50).
           10 CHH-PRIOR-CUST-DOB            PIC X(08).
