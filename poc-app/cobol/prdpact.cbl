      *                DATE FROM DB2PGM (WEEKENDS AND T_BUS_HOLIDAY    *
      *                OBSERVED), NOT THE RAW CALENDAR.                *
      *                                                                *
      *                EACH CHANGE'S CUTOFF IS TAKEN ON THE CALENDAR   *
      *                OF THE Q.ORG LOCATION OF THE DEPARTMENT(S) THAT *
      *                OWN THE PRODUCT'S GROUP (Q.PRODDEPT), AS MAPPED *
      *                BY Q.LOCCAL. WHERE A GROUP IS OWNED AT SEVERAL  *
      *                LOCATIONS THE LATEST CUTOFF WINS, SO NO OWNING  *
      *                SITE OPENS WITHOUT THE NEW PRICE. A PRODUCT     *
      *                WITH NO OWNING DEPARTMENT, OR A LOCATION WITH   *
      *                NO MAPPING, USES 'STANDARD'; UNMAPPED           *
      *                LOCATIONS ARE LISTED ON THE RUN REPORT.         *
      *                                                                *
      *                FOR EACH CHANGE APPLIED, THE SUPERSEDED PRICE   *
      *                (NULLNESS AND ALL) IS KEPT ON                   *
      *                Q.PRODPRICE_HIST WITH WHO LOADED AND APPROVED   *
      *  DB2 TABLES:   Q.PRODPRICE_PEND (READ/DELETE)                  *
      *                Q.PRODUCTS (READ/UPDATE)                        *
      *                Q.PRODPRICE_HIST (INSERT)                       *
      *                Q.PRODDEPT, Q.ORG, Q.LOCCAL (READ)              *
      *                T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  DB2PGM LINKAGE AREA EXTENDED WITH THE       *
      *                    FISCAL-CALENDAR FIELDS                      *
      *  2026-10-15 UISAD  DB2PGM LINKAGE AREA EXTENDED WITH THE       *
      *                    BUSINESS-DAY ARITHMETIC FIELDS              *
      *  2026-10-15 UISAD  CUTOFF PER CHANGE ON THE OWNING LOCATION'S  *
      *                    CALENDAR (Q.PRODDEPT -> Q.ORG -> Q.LOCCAL)  *
      *                    INSTEAD OF ALWAYS STANDARD; UNMAPPED        *
      *                    LOCATIONS LISTED IN THE SUMMARY             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDPACT'.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.
           05  WS-MAX-LOCATION-ROWS         PIC 9(03) VALUE 50.
           05  WS-MAX-CALENDAR-ROWS         PIC 9(03) VALUE 20.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM.
       01  WS-DB2PGM-AREA.
           05  WS-LK-PREV-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-NTH-BUS-DAY-NUM        PIC 9(02) VALUE ZEROES.
           05  WS-LK-NTH-BUS-DATE           PIC X(10) VALUE SPACES.
      * SPACES = THE STANDARD HOUSE CALENDAR - SET PER LOCATION BY 2200
           05  WS-LK-CALENDAR-ID            PIC X(08) VALUE SPACES.
      * KEYED-DATE CHECK NOT USED HERE - SPACES MEANS NO TEST WANTED
           05  WS-LK-CHECK-DATE             PIC X(10) VALUE SPACES.
           05  WS-LK-CHECK-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-CHECK-ADJ-DATE         PIC X(10) VALUE SPACES.
      * FISCAL ANSWER NOT USED HERE - SPACES ASKS ABOUT TODAY
           05  WS-LK-FISCAL-DATE            PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-RESULT          PIC X(01) VALUE SPACE.
           05  WS-LK-FISCAL-YEAR            PIC 9(04) VALUE ZEROES.
           05  WS-LK-FISCAL-PERIOD          PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-WEEK            PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-PER-START       PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-PER-END         PIC X(10) VALUE SPACES.
      * BUSINESS-DAY ARITHMETIC NOT USED HERE - SPACES ASKS FOR NONE
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

       01  WS-WORKING-FIELDS.
           05  WS-PRICE-IND                 PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OLD-NULL-IND              PIC X(01) VALUE 'N'.
           05  WS-STANDARD-CUTOFF           PIC X(10) VALUE SPACES.
           05  WS-CHANGE-CUTOFF             PIC X(10) VALUE SPACES.
           05  WS-CHANGE-CAL-ID             PIC X(08) VALUE SPACES.
           05  WS-LOC-CUTOFF                PIC X(10) VALUE SPACES.
           05  WS-LINE-LOCATION             PIC X(13) VALUE SPACES.
           05  WS-LINE-CAL-ID               PIC X(08) VALUE SPACES.
           05  WS-LINE-MAPPED-SW            PIC X(01) VALUE 'N'.
           05  WS-LOCATION-IND              PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-LOC-SUB                   PIC 9(03) VALUE ZEROES.
           05  WS-LOC-HIT-SUB               PIC 9(03) VALUE ZEROES.
           05  WS-CALT-SUB                  PIC 9(03) VALUE ZEROES.
           05  WS-CALT-HIT-SUB              PIC 9(03) VALUE ZEROES.

      ******************************************************************
      *       LOCATIONS SEEN THIS RUN AND THE CALENDAR EACH USES       *
      ******************************************************************
       01  WS-LOCATION-AREA.
           05  WS-LOCATION-USED             PIC 9(03) VALUE ZEROES.
           05  WS-LOCATION-ENTRY OCCURS 50 TIMES.
               10  WS-LOC-NAME              PIC X(13).
               10  WS-LOC-CAL-ID            PIC X(08).
               10  WS-LOC-MAPPED-SW         PIC X(01).
                   88  WS-LOC-IS-MAPPED               VALUE 'Y'.

      ******************************************************************
      *   NEXT BUSINESS DATE PER CALENDAR - ONE DB2PGM CALL EACH A RUN *
      ******************************************************************
       01  WS-CALENDAR-AREA.
           05  WS-CALENDAR-USED             PIC 9(03) VALUE ZEROES.
           05  WS-CALENDAR-ENTRY OCCURS 20 TIMES.
               10  WS-CALT-ID               PIC X(08).
               10  WS-CALT-CUTOFF           PIC X(10).

       01  WS-COUNTER-AREA.
           05  WS-APPLIED-COUNT             PIC 9(05) VALUE ZEROES.
           05  WS-STUCK-COUNT               PIC 9(05) VALUE ZEROES.
           05  WS-ERROR-COUNT               PIC 9(05) VALUE ZEROES.
           05  WS-NOT-DUE-COUNT             PIC 9(05) VALUE ZEROES.
           05  WS-UNMAPPED-COUNT            PIC 9(03) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-LOC-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-LOC-EOF                         VALUE 'Y'.

      ******************************************************************
      *                                                                *
      * DCLGEN FOR Q.PRODPRICE_HIST
           COPY PRODHIST.

      * DCLGEN FOR Q.ORG
           COPY ORG.

      * DCLGEN FOR Q.LOCCAL
           COPY LOCCAL.

      * APPROVED CHANGES - 2000 APPLIES THOSE DUE BY THE NEXT BUSINESS
      * DATE OF THE PRODUCT'S OWNING LOCATION(S). NO OWNING SITE CAN
      * BE MORE THAN A FEW WEEKS FROM ITS NEXT BUSINESS DAY, SO ROWS
      * FURTHER OUT THAN THAT ARE NOT WORTH FETCHING.
           EXEC SQL
                DECLARE DUE-CSR CURSOR FOR
                SELECT PEND_PRODNUM, CHAR(PEND_EFF_DATE, ISO),
                       PEND_LOADED_BY, PEND_APPROVED_BY
                  FROM Q.PRODPRICE_PEND
                 WHERE PEND_STATUS = 'A'
                   AND PEND_EFF_DATE <= CURRENT DATE + 31 DAYS
                 ORDER BY PEND_PRODNUM, PEND_EFF_DATE
           END-EXEC.

      * UNAPPROVED CHANGES - 8000 REPORTS THOSE AT OR PAST THEIR
      * CUTOFF AS STUCK.
           EXEC SQL
                DECLARE STUCK-CSR CURSOR FOR
                SELECT PEND_PRODNUM, CHAR(PEND_EFF_DATE, ISO)
                  FROM Q.PRODPRICE_PEND
                 WHERE PEND_STATUS = 'P'
                   AND PEND_EFF_DATE <= CURRENT DATE + 31 DAYS
                 ORDER BY PEND_PRODNUM, PEND_EFF_DATE
           END-EXEC.

      * THE Q.ORG LOCATIONS OF THE DEPARTMENTS THAT OWN A PRODUCT'S
      * GROUP.
           EXEC SQL
                DECLARE OWNER-LOC-CSR CURSOR FOR
                SELECT DISTINCT O.LOCATION
                  FROM Q.PRODUCTS P, Q.PRODDEPT X, Q.ORG O
                 WHERE P.PRODNUM       = :PEND-PRODNUM
                   AND X.XREF_PRODGRP  = P.PRODGRP
                   AND O.DEPTNUMB      = X.XREF_DEPTNUMB
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDPACT WORKING STORAGE ENDS'.
      *
      ******************************************************************
       1000-INITIALIZE.

           MOVE 'STANDARD'                   TO WS-LK-CALENDAR-ID.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
               STOP RUN
           END-IF.

           MOVE WS-LK-NEXT-BUS-DATE          TO WS-STANDARD-CUTOFF.
           MOVE 1                            TO WS-CALENDAR-USED.
           MOVE 'STANDARD'                   TO WS-CALT-ID(1).
           MOVE WS-STANDARD-CUTOFF           TO WS-CALT-CUTOFF(1).

           DISPLAY 'PRDPACT - APPLYING APPROVED CHANGES EFFECTIVE '
                   'ON OR BEFORE EACH OWNING LOCATION''S NEXT '
                   'BUSINESS DATE (STANDARD: ' WS-STANDARD-CUTOFF ')'.
           .
       1000-EXIT.
           EXIT.
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-RESOLVE-CHANGE-CUTOFF
              THRU 2100-EXIT.

           IF PEND-EFF-DATE > WS-CHANGE-CUTOFF
               ADD 1                         TO WS-NOT-DUE-COUNT
               GO TO 2000-EXIT
           END-IF.

      * THE SUPERSEDED PRICE, NULLNESS AND ALL, GOES TO HISTORY.
           MOVE ZEROES                       TO PRODPRICE.
           MOVE 'N'                          TO WS-OLD-NULL-IND.
               ADD 1                         TO WS-APPLIED-COUNT
               DISPLAY 'PRDPACT - APPLIED PRODNUM ' PEND-PRODNUM
                        ' EFFECTIVE ' PEND-EFF-DATE
                        ' CUTOFF ' WS-CHANGE-CUTOFF
                        ' CAL ' WS-CHANGE-CAL-ID
           ELSE
               DISPLAY 'PRDPACT - PRICE UPDATE FAILED SQLCODE='
                        SQLCODE ' FOR ' PEND-PRODNUM
           EXIT.
      *
      ******************************************************************
      *                  2100-RESOLVE-CHANGE-CUTOFF                    *
      * THE LATEST NEXT-BUSINESS-DATE ACROSS THE LOCATIONS THAT OWN    *
      * PEND-PRODNUM'S GROUP, EACH ON ITS OWN CALENDAR. NO OWNING      *
      * LOCATION (OR A FAILED LOOKUP) LEAVES THE STANDARD CUTOFF.      *
      ******************************************************************
       2100-RESOLVE-CHANGE-CUTOFF.

           MOVE SPACES                       TO WS-CHANGE-CUTOFF
                                                WS-CHANGE-CAL-ID.
           MOVE 'N'                          TO WS-LOC-EOF-SW.

           EXEC SQL
                OPEN OWNER-LOC-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDPACT - OWNER LOCATION OPEN FAILED SQLCODE='
                        SQLCODE ' FOR ' PEND-PRODNUM
               SET WS-LOC-EOF                TO TRUE
           END-IF.

           PERFORM 2110-CUTOFF-ONE-LOCATION
              THRU 2110-EXIT
              UNTIL WS-LOC-EOF.

           EXEC SQL
                CLOSE OWNER-LOC-CSR
           END-EXEC.

           IF WS-CHANGE-CUTOFF = SPACES
               MOVE WS-STANDARD-CUTOFF       TO WS-CHANGE-CUTOFF
               MOVE 'STANDARD'               TO WS-CHANGE-CAL-ID
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2110-CUTOFF-ONE-LOCATION                     *
      ******************************************************************
       2110-CUTOFF-ONE-LOCATION.

           MOVE SPACES                       TO LOCATION-TEXT.

           EXEC SQL
                FETCH OWNER-LOC-CSR
                INTO  :LOCATION :WS-LOCATION-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'PRDPACT - OWNER LOCATION FETCH FAILED '
                           'SQLCODE=' SQLCODE ' FOR ' PEND-PRODNUM
               END-IF
               SET WS-LOC-EOF                TO TRUE
               GO TO 2110-EXIT
           END-IF.

           IF WS-LOCATION-IND < ZERO
               MOVE SPACES                   TO LOCATION-TEXT
           END-IF.

           MOVE LOCATION-TEXT                TO WS-LINE-LOCATION.

           PERFORM 2200-RESOLVE-LOCATION-CAL
              THRU 2200-EXIT.

           PERFORM 2300-RESOLVE-CAL-CUTOFF
              THRU 2300-EXIT.

           IF WS-LOC-CUTOFF NOT = SPACES
              AND WS-LOC-CUTOFF > WS-CHANGE-CUTOFF
               MOVE WS-LOC-CUTOFF            TO WS-CHANGE-CUTOFF
               MOVE WS-LINE-CAL-ID           TO WS-CHANGE-CAL-ID
           END-IF.
           .
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2200-RESOLVE-LOCATION-CAL                     *
      * THE CALENDAR Q.LOCCAL MAPS WS-LINE-LOCATION TO - LOOKED UP     *
      * ONCE PER LOCATION A RUN. NO MAPPING (OR NO LOCATION, OR A      *
      * FAILED LOOKUP) MEANS 'STANDARD', AND THE LOCATION IS KEPT FOR  *
      * THE UNMAPPED LIST.                                             *
      ******************************************************************
       2200-RESOLVE-LOCATION-CAL.

           MOVE ZEROES                       TO WS-LOC-HIT-SUB.

           PERFORM 2210-MATCH-LOCATION-ROW
              THRU 2210-EXIT
              VARYING WS-LOC-SUB FROM 1 BY 1
                UNTIL WS-LOC-SUB > WS-LOCATION-USED
                   OR WS-LOC-HIT-SUB > ZEROES.

           IF WS-LOC-HIT-SUB > ZEROES
               MOVE WS-LOC-CAL-ID(WS-LOC-HIT-SUB)
                 TO WS-LINE-CAL-ID
               GO TO 2200-EXIT
           END-IF.

           MOVE 'STANDARD'                   TO WS-LINE-CAL-ID.
           MOVE 'N'                          TO WS-LINE-MAPPED-SW.

           IF WS-LINE-LOCATION NOT = SPACES
               MOVE WS-LINE-LOCATION         TO LOCCAL-LOCATION-TEXT
               MOVE 13                       TO LOCCAL-LOCATION-LEN
               EXEC SQL
                    SELECT  LOCCAL_CAL_ID
                      INTO  :LOCCAL-CAL-ID
                      FROM Q.LOCCAL
                     WHERE LOCCAL_LOCATION = :LOCCAL-LOCATION
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE LOCCAL-CAL-ID    TO WS-LINE-CAL-ID
                       MOVE 'Y'              TO WS-LINE-MAPPED-SW
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PRDPACT - Q.LOCCAL LOOKUP FAILED '
                               'SQLCODE=' SQLCODE ' FOR '
                               WS-LINE-LOCATION ' - STANDARD USED'
               END-EVALUATE
           END-IF.

           IF WS-LOCATION-USED < WS-MAX-LOCATION-ROWS
               ADD 1                         TO WS-LOCATION-USED
               MOVE WS-LOCATION-USED         TO WS-LOC-HIT-SUB
               MOVE WS-LINE-LOCATION
                 TO WS-LOC-NAME(WS-LOC-HIT-SUB)
               MOVE WS-LINE-CAL-ID
                 TO WS-LOC-CAL-ID(WS-LOC-HIT-SUB)
               MOVE WS-LINE-MAPPED-SW
                 TO WS-LOC-MAPPED-SW(WS-LOC-HIT-SUB)
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2210-MATCH-LOCATION-ROW                      *
      ******************************************************************
       2210-MATCH-LOCATION-ROW.

           IF WS-LOC-NAME(WS-LOC-SUB) = WS-LINE-LOCATION
               MOVE WS-LOC-SUB               TO WS-LOC-HIT-SUB
           END-IF.
           .
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2300-RESOLVE-CAL-CUTOFF                      *
      * THE NEXT BUSINESS DATE ON WS-LINE-CAL-ID - ONE DB2PGM CALL PER *
      * CALENDAR A RUN. A FAILED CALL LEAVES WS-LOC-CUTOFF BLANK SO    *
      * THAT LOCATION DOES NOT MOVE THE CUTOFF.                        *
      ******************************************************************
       2300-RESOLVE-CAL-CUTOFF.

           MOVE SPACES                       TO WS-LOC-CUTOFF.
           MOVE ZEROES                       TO WS-CALT-HIT-SUB.

           PERFORM 2310-MATCH-CALENDAR-ROW
              THRU 2310-EXIT
              VARYING WS-CALT-SUB FROM 1 BY 1
                UNTIL WS-CALT-SUB > WS-CALENDAR-USED
                   OR WS-CALT-HIT-SUB > ZEROES.

           IF WS-CALT-HIT-SUB > ZEROES
               MOVE WS-CALT-CUTOFF(WS-CALT-HIT-SUB)
                 TO WS-LOC-CUTOFF
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-LINE-CAL-ID               TO WS-LK-CALENDAR-ID.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
               DISPLAY 'PRDPACT - BUSINESS-DATE CALL FAILED RC='
                        WS-LK-RETURN-CODE ' CAL=' WS-LINE-CAL-ID
               ADD 1                         TO WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-LK-NEXT-BUS-DATE          TO WS-LOC-CUTOFF.

           IF WS-CALENDAR-USED < WS-MAX-CALENDAR-ROWS
               ADD 1                         TO WS-CALENDAR-USED
               MOVE WS-LINE-CAL-ID
                 TO WS-CALT-ID(WS-CALENDAR-USED)
               MOVE WS-LOC-CUTOFF
                 TO WS-CALT-CUTOFF(WS-CALENDAR-USED)
           END-IF.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2310-MATCH-CALENDAR-ROW                      *
      ******************************************************************
       2310-MATCH-CALENDAR-ROW.

           IF WS-CALT-ID(WS-CALT-SUB) = WS-LINE-CAL-ID
               MOVE WS-CALT-SUB              TO WS-CALT-HIT-SUB
           END-IF.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-UPDATE-THE-PRICE                      *
      * A PENDING NULL BECOMES A GENUINE NULL THROUGH THE INDICATOR,   *
      * THE SAME CONVENTION PRDMAINT USES.                             *
      ******************************************************************
       8000-REPORT-STUCK-CHANGES.

           MOVE 'N'                          TO WS-EOF-SW.

           EXEC SQL
                OPEN STUCK-CSR
           END-EXEC.

           PERFORM 8100-CHECK-ONE-STUCK
              THRU 8100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE STUCK-CSR
           END-EXEC.

           IF WS-STUCK-COUNT NOT = ZEROES
           EXIT.
      *
      ******************************************************************
      *                    8100-CHECK-ONE-STUCK                        *
      * THE SAME PER-LOCATION CUTOFF AN APPROVED CHANGE WOULD GET.     *
      ******************************************************************
       8100-CHECK-ONE-STUCK.

           EXEC SQL
                FETCH STUCK-CSR
                INTO  :PEND-PRODNUM, :PEND-EFF-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'PRDPACT - STUCK FETCH FAILED SQLCODE='
                            SQLCODE
                   ADD 1                     TO WS-ERROR-COUNT
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 8100-EXIT
           END-IF.

           PERFORM 2100-RESOLVE-CHANGE-CUTOFF
              THRU 2100-EXIT.

           IF PEND-EFF-DATE NOT > WS-CHANGE-CUTOFF
               ADD 1                         TO WS-STUCK-COUNT
               DISPLAY 'PRDPACT - STUCK PRODNUM ' PEND-PRODNUM
                        ' EFFECTIVE ' PEND-EFF-DATE
                        ' CAL ' WS-CHANGE-CAL-ID
           END-IF.
           .
       8100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
                    WS-APPLIED-COUNT.
           DISPLAY 'PRDPACT - STUCK AWAITING APPROVAL: '
                    WS-STUCK-COUNT.
           DISPLAY 'PRDPACT - APPROVED, NOT YET DUE  : '
                    WS-NOT-DUE-COUNT.
           DISPLAY 'PRDPACT - ERRORS                 : '
                    WS-ERROR-COUNT.

           DISPLAY ' '.
           DISPLAY 'PRDPACT - OWNING LOCATIONS WITH NO Q.LOCCAL '
                   'CALENDAR (CUT OFF ON STANDARD)'.

           PERFORM 9100-PRINT-ONE-UNMAPPED-LOC
              THRU 9100-EXIT
              VARYING WS-LOC-SUB FROM 1 BY 1
                UNTIL WS-LOC-SUB > WS-LOCATION-USED.

           IF WS-UNMAPPED-COUNT = ZEROES
               DISPLAY '  NONE'
           END-IF.

           IF WS-ERROR-COUNT NOT = ZEROES
               MOVE 8                        TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 9100-PRINT-ONE-UNMAPPED-LOC                    *
      ******************************************************************
       9100-PRINT-ONE-UNMAPPED-LOC.

           IF WS-LOC-IS-MAPPED(WS-LOC-SUB)
               GO TO 9100-EXIT
           END-IF.

           ADD 1                             TO WS-UNMAPPED-COUNT.

           IF WS-LOC-NAME(WS-LOC-SUB) = SPACES
               DISPLAY '  (NO LOCATION)'
           ELSE
               DISPLAY '  ' WS-LOC-NAME(WS-LOC-SUB)
           END-IF.
           .
       9100-EXIT.
           EXIT.

       END PROGRAM PRDPACT.
