      *                CALENDARS, AS THE BATCH SIDE. THE KEYED-DATE    *
      *                CHECK LETS A SCREEN WARN WHEN AN OPERATOR KEYS  *
      *                A WEEKEND OR HOLIDAY AND OFFER THE ADJUSTED     *
      *                DATE. THE FISCAL YEAR/PERIOD/WEEK OF A DATE     *
      *                COMES BACK THE SAME WAY.                        *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS, LINKED - NO TERMINAL, NO TRANSID) *
      *                                                                *
      *  PARAMETERS:   1. F5748BDC.CPY  (COMMAREA)                     *
      *                                                                *
      *  DB2 TABLES:   T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                T_FISCAL_PERIOD (READ, VIA DB2PGM)              *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  FISCAL YEAR/PERIOD/WEEK PASSED THROUGH FROM *
      *                    DB2PGM (BDT-FISCAL-* FIELDS)                *
      *  2026-10-15 UISAD  DB2PGM LINKAGE AREA EXTENDED WITH THE       *
      *                    BUSINESS-DAY ARITHMETIC FIELDS              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-LK-CHECK-DATE             PIC X(10) VALUE SPACES.
           05  WS-LK-CHECK-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-CHECK-ADJ-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-DATE            PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-RESULT          PIC X(01) VALUE SPACE.
           05  WS-LK-FISCAL-YEAR            PIC 9(04) VALUE ZEROES.
           05  WS-LK-FISCAL-PERIOD          PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-WEEK            PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-PER-START       PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-PER-END         PIC X(10) VALUE SPACES.
      * BUSINESS-DAY ARITHMETIC IS NOT OFFERED ONLINE - LEFT AT SPACES
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

       01  FILLER                                PIC X(32) VALUE
           'F5748BDT WORKING STORAGE ENDS'.
      *
           MOVE BDT-CALENDAR-ID             TO WS-LK-CALENDAR-ID.
           MOVE BDT-CHECK-DATE              TO WS-LK-CHECK-DATE.
           MOVE BDT-FISCAL-DATE             TO WS-LK-FISCAL-DATE.

           IF BDT-NTH-BUS-DAY-NUM NUMERIC
               MOVE BDT-NTH-BUS-DAY-NUM     TO WS-LK-NTH-BUS-DAY-NUM
           MOVE WS-LK-NTH-BUS-DATE          TO BDT-NTH-BUS-DATE.
           MOVE WS-LK-CHECK-RESULT          TO BDT-CHECK-RESULT.
           MOVE WS-LK-CHECK-ADJ-DATE        TO BDT-CHECK-ADJ-DATE.
           MOVE WS-LK-FISCAL-RESULT         TO BDT-FISCAL-RESULT.
           MOVE WS-LK-FISCAL-YEAR           TO BDT-FISCAL-YEAR.
           MOVE WS-LK-FISCAL-PERIOD         TO BDT-FISCAL-PERIOD.
           MOVE WS-LK-FISCAL-WEEK           TO BDT-FISCAL-WEEK.
           MOVE WS-LK-FISCAL-PER-START      TO BDT-FISCAL-PER-START.
           MOVE WS-LK-FISCAL-PER-END        TO BDT-FISCAL-PER-END.

           EXEC CICS RETURN
           END-EXEC.
