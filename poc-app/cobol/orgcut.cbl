      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCUT.
       AUTHOR. NLOPEZ.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  ORGCUT:       DEPARTMENT REORGANIZATION CUTOVER UTILITY       *
      *                                                                *
      *  FUNCTION:     WHEN HR MERGES OR SPLITS DEPARTMENTS, ORGRECON  *
      *                REPORTS THE DIFFERENCE BUT CANNOT DELETE A      *
      *                DEPARTMENT THAT IS STILL CROSS-REFERENCED.      *
      *                THIS UTILITY DOES THE FOLLOW-UP IN ONE RUN.     *
      *                IT READS AN EFFECTIVE-DATED MAPPING OF OLD TO   *
      *                NEW DEPTNUMB AND, FOR EACH OLD DEPARTMENT:      *
      *                                                                *
      *                - REPOINTS ITS Q.PRODDEPT CROSS-REFERENCES;     *
      *                - REPOINTS ITS ORDERS AND CREDITS DATED ON OR   *
      *                  AFTER THE EFFECTIVE DATE (HEADER AND LINES);  *
      *                - MOVES ITS Q.DEPTBUDG BUDGETS FOR EVERY FISCAL *
      *                  PERIOD ENDING ON OR AFTER THE EFFECTIVE DATE, *
      *                  ADDING THEM TO THE NEW DEPARTMENT'S BUDGET    *
      *                  WHERE IT ALREADY HAS ONE FOR THE PERIOD;      *
      *                - REPOINTS ITS Q.PRCRULE CONTRACT RULES STILL   *
      *                  IN FORCE ON THE EFFECTIVE DATE. A RULE THAT   *
      *                  STARTED EARLIER IS SPLIT: THE OLD RULE ENDS   *
      *                  THE DAY BEFORE AND A COPY FOR THE NEW         *
      *                  DEPARTMENT STARTS ON IT. EVERY RULE CHANGE IS *
      *                  AUDITED TO Q.PRCRULE_AUD AS PRCMAINT DOES;    *
      *                - COPIES ITS Q.GLXREF COST CENTER TO THE NEW    *
      *                  DEPARTMENT IF THAT HAS NONE. THE OLD ROW IS   *
      *                  KEPT FOR ORDERS BOOKED BEFORE THE CUTOVER;    *
      *                - RETIRES ITS Q.ORG ROW, LOGGING THE OLD NAME,  *
      *                  SUCCESSOR AND COUNTS TO Q.ORGCUT.             *
      *                                                                *
      *                ORDERS BEFORE THE EFFECTIVE DATE STAY WITH THE  *
      *                OLD DEPTNUMB - THEY ARE HISTORY. FOR A SPLIT,   *
      *                MAP THE OLD DEPARTMENT TO THE SUCCESSOR THAT    *
      *                INHERITS ITS ROWS; THE OTHER NEW DEPARTMENTS    *
      *                ARE SET UP WITH ORGMAINT AND PDXMAINT.          *
      *                                                                *
      *                THE WHOLE MAPPING IS EDITED BEFORE ANY SQL      *
      *                CHANGE IS ISSUED, AND ALL DEPARTMENTS ARE CUT   *
      *                OVER IN ONE UNIT OF WORK - ANY FAILURE ROLLS    *
      *                BACK EVERY DEPARTMENT. PREVIEW MODE LISTS EVERY *
      *                AFFECTED ROW AND CHANGES NOTHING. EITHER MODE   *
      *                PRINTS THE CUTOVER RECORD FOR AUDIT.            *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - COLS 01-07  PREVIEW OR APPLY        *
      *                                                                *
      *  INPUT:        ORGMAP - ONE LINE PER RETIRING DEPARTMENT:      *
      *                   COLS 01-05  OLD DEPTNUMB (ZERO-FILLED)       *
      *                   COLS 07-11  NEW DEPTNUMB (ZERO-FILLED)       *
      *                   COLS 13-22  EFFECTIVE DATE (YYYY-MM-DD)      *
      *                AN OLD DEPARTMENT MAY APPEAR ONLY ONCE AND MAY  *
      *                NOT BE THE NEW DEPARTMENT OF ANOTHER LINE. AN   *
      *                APPLY RUN MAY NOT CARRY A FUTURE EFFECTIVE      *
      *                DATE.                                           *
      *                                                                *
      *  OUTPUT:       SYSOUT - THE CUTOVER RECORD                     *
      *                                                                *
      *  DB2 TABLES:   Q.ORG (READ/DELETE)                             *
      *                Q.PRODDEPT, Q.PRODORD_HDR, Q.PRODORD_LINE       *
      *                (READ/UPDATE)                                   *
      *                Q.DEPTBUDG (READ/UPDATE/DELETE)                 *
      *                Q.PRCRULE (READ/INSERT/UPDATE)                  *
      *                Q.GLXREF (READ/INSERT)                          *
      *                Q.PRCRULE_AUD, Q.ORGCUT (INSERT)                *
      *                T_FISCAL_PERIOD (READ)                          *
      *                                                                *
      *  RETURN CODE:  0  CUTOVER COMMITTED, OR PREVIEW LISTED         *
      *                8  MAPPING REJECTED - NOTHING CHANGED           *
      *                16 SQL FAILURE - EVERYTHING ROLLED BACK         *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE              ASSIGN TO ORGMAP
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  MAPPING-RECORD.
           05  MAP-OLD-DEPTNUMB             PIC X(05).
           05  FILLER                       PIC X(01).
           05  MAP-NEW-DEPTNUMB             PIC X(05).
           05  FILLER                       PIC X(01).
           05  MAP-EFF-DATE                 PIC X(10).
           05  FILLER                       PIC X(58).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

      ******************************************************************
      *                                                                *
      *         VARIABLE DATA AREA                                     *
      *                                                                *
      ******************************************************************
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'ORGCUT'.
           05  WS-MAX-MAPPINGS              PIC S9(4) USAGE COMP
                                                        VALUE 50.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                 PIC X(07) VALUE SPACES.
               88  WS-PREVIEW-MODE                    VALUE 'PREVIEW'.
               88  WS-APPLY-MODE                      VALUE 'APPLY'.
           05  FILLER                       PIC X(73) VALUE SPACES.

      ******************************************************************
      *  THE EDITED MAPPING - LOADED WHOLE BEFORE ANYTHING CHANGES     *
      ******************************************************************
       01  WS-MAPPING-TABLE.
           05  WS-MAP-COUNT                 PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-OLD-DEPT          PIC 9(05).
               10  WS-MAP-NEW-DEPT          PIC 9(05).
               10  WS-MAP-EFF-DATE          PIC X(10).

       01  WS-WORKING-FIELDS.
           05  WS-MAP-IX                    PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-MAP-JX                    PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OLD-DEPT                  PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-NEW-DEPT                  PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DISP-OLD-DEPT             PIC 9(05) VALUE ZEROES.
           05  WS-DISP-NEW-DEPT             PIC 9(05) VALUE ZEROES.
           05  WS-OLD-DEPTNAME              PIC X(14) VALUE SPACES.
           05  WS-NEW-DEPTNAME              PIC X(14) VALUE SPACES.
           05  WS-EFF-DATE                  PIC X(10) VALUE SPACES.
           05  WS-DAY-BEFORE                PIC X(10) VALUE SPACES.
           05  WS-RULE-END-DATE             PIC X(10) VALUE SPACES.
           05  WS-CURRENT-DATE              PIC X(10) VALUE SPACES.
           05  WS-DATE-CHECK                PIC X(10) VALUE SPACES.
           05  WS-RUN-USER                  PIC X(08) VALUE SPACES.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-ROW-COUNT                 PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-OLD-GLX-KEY               PIC X(10) VALUE SPACES.
           05  WS-NEW-GLX-KEY               PIC X(10) VALUE SPACES.
           05  WS-NEW-BUDG-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-MERGED-BUDG-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-DISP-AMOUNT               PIC Z(8)9.99-.
           05  WS-DISP-NEW-AMOUNT           PIC Z(8)9.99-.
           05  WS-DISP-MERGED-AMOUNT        PIC Z(8)9.99-.
           05  WS-DISP-ORDER-ID             PIC Z(8)9.
           05  WS-DISP-YEAR                 PIC 9(04).
           05  WS-DISP-PERIOD               PIC 9(02).
           05  WS-FAILED-STEP               PIC X(30) VALUE SPACES.

      ******************************************************************
      *  A RULE AS PRINTED AND AS AUDITED - THE PRCMAINT 80-BYTE IMAGE *
      ******************************************************************
       01  WS-RULE-IMAGE.
           05  WS-IMG-RULE-ID               PIC Z(6)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-MATCH-TYPE            PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-PRODNUM               PIC ZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-PRODGRP               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-DEPTNUMB              PIC ZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-MIN-QTY               PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE '-'.
           05  WS-IMG-MAX-QTY               PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-PRICE-TYPE            PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-VALUE                 PIC ZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-EFF-DATE              PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-IMG-END-DATE              PIC X(10).
           05  FILLER                       PIC X(07) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-MAP-READ-COUNT            PIC 9(05) VALUE ZEROES.
           05  WS-MAP-ERROR-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-XREF-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-ORDER-COUNT               PIC 9(07) VALUE ZEROES.
           05  WS-BUDGET-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-BUDGET-MERGED-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-RULE-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-RULE-SPLIT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-TOT-DEPT-COUNT            PIC 9(05) VALUE ZEROES.
           05  WS-TOT-XREF-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-TOT-ORDER-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-TOT-BUDGET-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-TOT-RULE-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-TOT-GLX-COPIED-COUNT      PIC 9(05) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-MAP-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-IS-EOF                      VALUE 'Y'.
           05  WS-CSR-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-CSR-IS-EOF                      VALUE 'Y'.
           05  WS-CUTOVER-FAILED-SW         PIC X(01) VALUE 'N'.
               88  WS-CUTOVER-FAILED                  VALUE 'Y'.
           05  WS-GLX-COPIED-SW             PIC X(01) VALUE 'N'.
               88  WS-GLX-WAS-COPIED                  VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR Q.ORG
           COPY ORG.

      * DCLGEN FOR Q.PRODDEPT
           COPY PRODDEPT.

      * DCLGEN FOR Q.PRODORD_HDR
           COPY PRODORDH.

      * DCLGEN FOR Q.DEPTBUDG
           COPY DEPTBUDG.

      * DCLGEN FOR Q.PRCRULE
           COPY PRCRULE.

      * DCLGEN FOR Q.PRCRULE_AUD
           COPY PRCRULEA.

      * DCLGEN FOR Q.GLXREF
           COPY GLXREF.

      * DCLGEN FOR Q.ORGCUT
           COPY ORGCUT.

      * DCLGEN FOR T_FISCAL_PERIOD - SEE 2300-REPOINT-BUDGETS
           EXEC SQL INCLUDE DB2FPD END-EXEC.

           EXEC SQL
                DECLARE XREF-CSR CURSOR FOR
                SELECT XREF_PRODGRP
                  FROM Q.PRODDEPT
                 WHERE XREF_DEPTNUMB = :WS-OLD-DEPT
                 ORDER BY XREF_PRODGRP
           END-EXEC.

           EXEC SQL
                DECLARE ORDER-CSR CURSOR FOR
                SELECT ORDH_ORDER_ID
                     , ORDH_ORDER_REF
                     , ORDH_ORDER_DATE
                     , ORDH_ORDER_TYPE
                     , ORDH_TOTAL
                  FROM Q.PRODORD_HDR
                 WHERE ORDH_DEPTNUMB   = :WS-OLD-DEPT
                   AND ORDH_ORDER_DATE >= DATE(:WS-EFF-DATE)
                 ORDER BY ORDH_ORDER_ID
           END-EXEC.

           EXEC SQL
                DECLARE BUDGET-CSR CURSOR FOR
                SELECT B.BUDG_FISCAL_YEAR
                     , B.BUDG_PERIOD
                     , B.BUDG_AMOUNT
                  FROM Q.DEPTBUDG B
                     , T_FISCAL_PERIOD F
                 WHERE B.BUDG_DEPTNUMB   = :WS-OLD-DEPT
                   AND F.FPD_FISCAL_YEAR = B.BUDG_FISCAL_YEAR
                   AND F.FPD_PERIOD      = B.BUDG_PERIOD
                   AND F.FPD_END_DATE   >= DATE(:WS-EFF-DATE)
                 ORDER BY B.BUDG_FISCAL_YEAR, B.BUDG_PERIOD
           END-EXEC.

           EXEC SQL
                DECLARE RULE-CSR CURSOR FOR
                SELECT RULE_ID
                     , RULE_MATCH_TYPE
                     , RULE_PRODNUM
                     , RULE_PRODGRP
                     , RULE_DEPTNUMB
                     , RULE_MIN_QTY
                     , RULE_MAX_QTY
                     , RULE_PRICE_TYPE
                     , RULE_VALUE
                     , RULE_EFF_DATE
                     , RULE_END_DATE
                  FROM Q.PRCRULE
                 WHERE RULE_DEPTNUMB = :WS-OLD-DEPT
                   AND RULE_END_DATE >= DATE(:WS-EFF-DATE)
                 ORDER BY RULE_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'ORGCUT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 1100-LOAD-MAPPINGS
              THRU 1100-EXIT.

           PERFORM 1300-CROSS-CHECK-MAPPINGS
              THRU 1300-EXIT.

           IF WS-MAP-ERROR-COUNT NOT = ZEROES
               DISPLAY 'ORGCUT - *** ' WS-MAP-ERROR-COUNT
                       ' MAPPING ERROR(S) - NOTHING CHANGED ***'
               MOVE 8                       TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-CUT-ONE-DEPARTMENT
              THRU 2000-EXIT
              VARYING WS-MAP-IX FROM 1 BY 1
                UNTIL WS-MAP-IX > WS-MAP-COUNT
                   OR WS-CUTOVER-FAILED.

           PERFORM 8000-END-UNIT-OF-WORK
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           IF WS-CUTOVER-FAILED
               MOVE 16                      TO RETURN-CODE
           END-IF.

           STOP RUN.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD              FROM SYSIN.

           IF NOT WS-PREVIEW-MODE AND NOT WS-APPLY-MODE
               DISPLAY 'ORGCUT - PARM MUST BE PREVIEW OR APPLY, GOT: '
                        WS-PARM-MODE
               MOVE 8                       TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
                SELECT USER
                     , CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIMESTAMP)
                  INTO :WS-RUN-USER
                     , :WS-CURRENT-DATE
                     , :WS-RUN-TS
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           DISPLAY 'ORGCUT - DEPARTMENT REORGANIZATION CUTOVER RECORD'.
           DISPLAY 'ORGCUT - MODE    : ' WS-PARM-MODE.
           DISPLAY 'ORGCUT - RUN BY  : ' WS-RUN-USER.
           DISPLAY 'ORGCUT - RUN AT  : ' WS-RUN-TS.

           IF WS-PREVIEW-MODE
               DISPLAY 'ORGCUT - PREVIEW ONLY - ROWS LISTED BELOW ARE '
                       'NOT CHANGED'
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     1100-LOAD-MAPPINGS                         *
      ******************************************************************
       1100-LOAD-MAPPINGS.

           OPEN INPUT MAPPING-FILE.

           PERFORM 1110-READ-MAPPING
              THRU 1110-EXIT.

           PERFORM 1200-EDIT-MAPPING
              THRU 1200-EXIT
              UNTIL WS-MAP-IS-EOF.

           CLOSE MAPPING-FILE.

           IF WS-MAP-READ-COUNT = ZEROES
               DISPLAY 'ORGCUT - REJECTED, ORGMAP IS EMPTY'
               ADD 1                        TO WS-MAP-ERROR-COUNT
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1110-READ-MAPPING                         *
      ******************************************************************
       1110-READ-MAPPING.

           READ MAPPING-FILE
               AT END
                   SET WS-MAP-IS-EOF        TO TRUE
               NOT AT END
                   ADD 1                    TO WS-MAP-READ-COUNT
           END-READ.
           .
       1110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1200-EDIT-MAPPING                         *
      * BOTH DEPARTMENTS MUST BE ON Q.ORG AND DIFFERENT, AND THE DATE  *
      * VALID. AN APPLY RUN MAY NOT RETIRE A DEPARTMENT EARLY.         *
      ******************************************************************
       1200-EDIT-MAPPING.

           DISPLAY 'ORGCUT - MAPPING: ' MAP-OLD-DEPTNUMB ' -> '
                    MAP-NEW-DEPTNUMB ' EFFECTIVE ' MAP-EFF-DATE.

           IF MAP-OLD-DEPTNUMB NOT NUMERIC
            OR MAP-NEW-DEPTNUMB NOT NUMERIC
               DISPLAY 'ORGCUT - REJECTED, DEPTNUMB NOT NUMERIC'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           IF MAP-OLD-DEPTNUMB = MAP-NEW-DEPTNUMB
               DISPLAY 'ORGCUT - REJECTED, OLD AND NEW ARE THE SAME'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           EXEC SQL
                SET :WS-DATE-CHECK = CHAR(DATE(:MAP-EFF-DATE), ISO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ORGCUT - REJECTED, INVALID EFFECTIVE DATE'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           IF WS-APPLY-MODE
            AND WS-DATE-CHECK > WS-CURRENT-DATE
               DISPLAY 'ORGCUT - REJECTED, EFFECTIVE DATE IS IN THE '
                       'FUTURE - PREVIEW ONLY'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           MOVE MAP-OLD-DEPTNUMB            TO WS-DISP-OLD-DEPT.
           MOVE WS-DISP-OLD-DEPT            TO WS-OLD-DEPT.
           MOVE MAP-NEW-DEPTNUMB            TO WS-DISP-NEW-DEPT.
           MOVE WS-DISP-NEW-DEPT            TO WS-NEW-DEPT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-OLD-DEPT
           END-EXEC.

           IF WS-ROW-COUNT = ZEROES
               DISPLAY 'ORGCUT - REJECTED, OLD DEPT NOT ON Q.ORG'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-NEW-DEPT
           END-EXEC.

           IF WS-ROW-COUNT = ZEROES
               DISPLAY 'ORGCUT - REJECTED, NEW DEPT NOT ON Q.ORG'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           IF WS-MAP-COUNT NOT < WS-MAX-MAPPINGS
               DISPLAY 'ORGCUT - REJECTED, MORE THAN ' WS-MAX-MAPPINGS
                       ' MAPPINGS - SPLIT THE RUN'
               ADD 1                        TO WS-MAP-ERROR-COUNT
               GO TO 1200-READ-NEXT
           END-IF.

           ADD 1                            TO WS-MAP-COUNT.
           MOVE WS-DISP-OLD-DEPT
                               TO WS-MAP-OLD-DEPT(WS-MAP-COUNT).
           MOVE WS-DISP-NEW-DEPT
                               TO WS-MAP-NEW-DEPT(WS-MAP-COUNT).
           MOVE WS-DATE-CHECK
                               TO WS-MAP-EFF-DATE(WS-MAP-COUNT).

       1200-READ-NEXT.
           PERFORM 1110-READ-MAPPING
              THRU 1110-EXIT.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1300-CROSS-CHECK-MAPPINGS                     *
      * AN OLD DEPARTMENT MAY BE RETIRED ONLY ONCE, AND A DEPARTMENT   *
      * BEING RETIRED MAY NOT RECEIVE ANOTHER'S ROWS - NO CHAINS.      *
      ******************************************************************
       1300-CROSS-CHECK-MAPPINGS.

           PERFORM 1310-CROSS-CHECK-PAIR
              THRU 1310-EXIT
              VARYING WS-MAP-IX FROM 1 BY 1
                UNTIL WS-MAP-IX > WS-MAP-COUNT
                AFTER WS-MAP-JX FROM 1 BY 1
                UNTIL WS-MAP-JX > WS-MAP-COUNT.
           .
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1310-CROSS-CHECK-PAIR                       *
      ******************************************************************
       1310-CROSS-CHECK-PAIR.

           IF WS-MAP-IX < WS-MAP-JX
            AND WS-MAP-OLD-DEPT(WS-MAP-IX) = WS-MAP-OLD-DEPT(WS-MAP-JX)
               DISPLAY 'ORGCUT - REJECTED, DEPT '
                        WS-MAP-OLD-DEPT(WS-MAP-IX)
                       ' IS MAPPED MORE THAN ONCE'
               ADD 1                        TO WS-MAP-ERROR-COUNT
           END-IF.

           IF WS-MAP-NEW-DEPT(WS-MAP-IX) = WS-MAP-OLD-DEPT(WS-MAP-JX)
               DISPLAY 'ORGCUT - REJECTED, DEPT '
                        WS-MAP-NEW-DEPT(WS-MAP-IX)
                       ' IS BOTH RETIRED AND A NEW DEPARTMENT'
               ADD 1                        TO WS-MAP-ERROR-COUNT
           END-IF.
           .
       1310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2000-CUT-ONE-DEPARTMENT                       *
      ******************************************************************
       2000-CUT-ONE-DEPARTMENT.

           MOVE WS-MAP-OLD-DEPT(WS-MAP-IX)  TO WS-DISP-OLD-DEPT.
           MOVE WS-MAP-NEW-DEPT(WS-MAP-IX)  TO WS-DISP-NEW-DEPT.
           MOVE WS-DISP-OLD-DEPT            TO WS-OLD-DEPT.
           MOVE WS-DISP-NEW-DEPT            TO WS-NEW-DEPT.
           MOVE WS-MAP-EFF-DATE(WS-MAP-IX)  TO WS-EFF-DATE.

           MOVE ZEROES                      TO WS-XREF-COUNT
                                               WS-ORDER-COUNT
                                               WS-BUDGET-COUNT
                                               WS-BUDGET-MERGED-COUNT
                                               WS-RULE-COUNT
                                               WS-RULE-SPLIT-COUNT.
           MOVE 'N'                         TO WS-GLX-COPIED-SW.

           EXEC SQL
                SET :WS-DAY-BEFORE = CHAR(DATE(:WS-EFF-DATE) - 1 DAY,
                                          ISO)
           END-EXEC.

           PERFORM 2050-READ-DEPT-NAMES
              THRU 2050-EXIT.

           DISPLAY ' '.
           DISPLAY 'ORGCUT - ----------------------------------------'
                   '----------------------------'.
           DISPLAY 'ORGCUT - DEPT ' WS-DISP-OLD-DEPT ' '
                    WS-OLD-DEPTNAME ' RETIRES INTO DEPT '
                    WS-DISP-NEW-DEPT ' ' WS-NEW-DEPTNAME.
           DISPLAY 'ORGCUT - EFFECTIVE ' WS-EFF-DATE.

           PERFORM 2100-REPOINT-XREFS
              THRU 2100-EXIT.

           PERFORM 2200-REPOINT-ORDERS
              THRU 2200-EXIT.

           PERFORM 2300-REPOINT-BUDGETS
              THRU 2300-EXIT.

           PERFORM 2400-REPOINT-RULES
              THRU 2400-EXIT.

           PERFORM 2500-CARRY-GL-MAPPING
              THRU 2500-EXIT.

           PERFORM 2600-RETIRE-DEPARTMENT
              THRU 2600-EXIT.

           PERFORM 2700-LOG-CUTOVER
              THRU 2700-EXIT.

           PERFORM 2900-PRINT-DEPT-TOTALS
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2050-READ-DEPT-NAMES                        *
      * DEPTNAME IS NULLABLE - A NULL NAME PRINTS AS SPACES.           *
      ******************************************************************
       2050-READ-DEPT-NAMES.

           MOVE SPACES                      TO WS-OLD-DEPTNAME
                                               WS-NEW-DEPTNAME.

           MOVE SPACES                      TO DEPTNAME-TEXT.

           EXEC SQL
                SELECT DEPTNAME
                  INTO :DEPTNAME :INDSTRUC OF IORG(2)
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-OLD-DEPT
           END-EXEC.

           IF SQLCODE = 0 AND INDSTRUC OF IORG(2) NOT < ZEROES
               MOVE DEPTNAME-TEXT           TO WS-OLD-DEPTNAME
           END-IF.

           MOVE SPACES                      TO DEPTNAME-TEXT.

           EXEC SQL
                SELECT DEPTNAME
                  INTO :DEPTNAME :INDSTRUC OF IORG(2)
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-NEW-DEPT
           END-EXEC.

           IF SQLCODE = 0 AND INDSTRUC OF IORG(2) NOT < ZEROES
               MOVE DEPTNAME-TEXT           TO WS-NEW-DEPTNAME
           END-IF.
           .
       2050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-REPOINT-XREFS                          *
      ******************************************************************
       2100-REPOINT-XREFS.

           IF WS-CUTOVER-FAILED
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
                OPEN XREF-CSR
           END-EXEC.

           MOVE 'N'                         TO WS-CSR-EOF-SW.

           PERFORM 2110-LIST-XREF
              THRU 2110-EXIT
              UNTIL WS-CSR-IS-EOF.

           EXEC SQL
                CLOSE XREF-CSR
           END-EXEC.

           IF WS-PREVIEW-MODE OR WS-CUTOVER-FAILED
            OR WS-XREF-COUNT = ZEROES
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.PRODDEPT
                   SET XREF_DEPTNUMB = :WS-NEW-DEPT
                     , XREF_CHG_USER = USER
                     , XREF_CHG_TS   = CURRENT TIMESTAMP
                 WHERE XREF_DEPTNUMB = :WS-OLD-DEPT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Q.PRODDEPT UPDATE'      TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2110-LIST-XREF                            *
      ******************************************************************
       2110-LIST-XREF.

           MOVE SPACES                      TO XREF-PRODGRP-TEXT.

           EXEC SQL
                FETCH XREF-CSR
                INTO  :XREF-PRODGRP
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-IS-EOF            TO TRUE
               GO TO 2110-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRODDEPT FETCH'       TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2110-EXIT
           END-IF.

           ADD 1                            TO WS-XREF-COUNT.

           DISPLAY 'ORGCUT -   XREF   PRODGRP '
                    XREF-PRODGRP-TEXT
                   '  DEPT ' WS-DISP-OLD-DEPT ' -> ' WS-DISP-NEW-DEPT.
           .
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2200-REPOINT-ORDERS                         *
      * ORDERS AND CREDITS DATED ON OR AFTER THE EFFECTIVE DATE MOVE,  *
      * LINES FIRST SO THE HEADER STILL IDENTIFIES THEM.               *
      ******************************************************************
       2200-REPOINT-ORDERS.

           IF WS-CUTOVER-FAILED
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                OPEN ORDER-CSR
           END-EXEC.

           MOVE 'N'                         TO WS-CSR-EOF-SW.

           PERFORM 2210-LIST-ORDER
              THRU 2210-EXIT
              UNTIL WS-CSR-IS-EOF.

           EXEC SQL
                CLOSE ORDER-CSR
           END-EXEC.

           IF WS-PREVIEW-MODE OR WS-CUTOVER-FAILED
            OR WS-ORDER-COUNT = ZEROES
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.PRODORD_LINE
                   SET ORDL_DEPTNUMB = :WS-NEW-DEPT
                 WHERE ORDL_DEPTNUMB = :WS-OLD-DEPT
                   AND ORDL_ORDER_ID IN
                       (SELECT ORDH_ORDER_ID
                          FROM Q.PRODORD_HDR
                         WHERE ORDH_DEPTNUMB   = :WS-OLD-DEPT
                           AND ORDH_ORDER_DATE >= DATE(:WS-EFF-DATE))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Q.PRODORD_LINE UPDATE'  TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.PRODORD_HDR
                   SET ORDH_DEPTNUMB   = :WS-NEW-DEPT
                 WHERE ORDH_DEPTNUMB   = :WS-OLD-DEPT
                   AND ORDH_ORDER_DATE >= DATE(:WS-EFF-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Q.PRODORD_HDR UPDATE'   TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2210-LIST-ORDER                           *
      ******************************************************************
       2210-LIST-ORDER.

           EXEC SQL
                FETCH ORDER-CSR
                INTO  :ORDH-ORDER-ID
                    , :ORDH-ORDER-REF
                    , :ORDH-ORDER-DATE
                    , :ORDH-ORDER-TYPE
                    , :ORDH-TOTAL
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-IS-EOF            TO TRUE
               GO TO 2210-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRODORD_HDR FETCH'    TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2210-EXIT
           END-IF.

           ADD 1                            TO WS-ORDER-COUNT.

           MOVE ORDH-ORDER-ID               TO WS-DISP-ORDER-ID.
           MOVE ORDH-TOTAL                  TO WS-DISP-AMOUNT.

           DISPLAY 'ORGCUT -   ORDER  ' WS-DISP-ORDER-ID ' '
                    ORDH-ORDER-REF ' ' ORDH-ORDER-DATE ' '
                    ORDH-ORDER-TYPE ' ' WS-DISP-AMOUNT
                   '  DEPT ' WS-DISP-OLD-DEPT ' -> ' WS-DISP-NEW-DEPT.
           .
       2210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2300-REPOINT-BUDGETS                        *
      * EVERY FISCAL PERIOD ENDING ON OR AFTER THE EFFECTIVE DATE -    *
      * INCLUDING THE ONE IT FALLS IN - GOES TO THE NEW DEPARTMENT.    *
      ******************************************************************
       2300-REPOINT-BUDGETS.

           IF WS-CUTOVER-FAILED
               GO TO 2300-EXIT
           END-IF.

           EXEC SQL
                OPEN BUDGET-CSR
           END-EXEC.

           MOVE 'N'                         TO WS-CSR-EOF-SW.

           PERFORM 2310-MOVE-ONE-BUDGET
              THRU 2310-EXIT
              UNTIL WS-CSR-IS-EOF.

           EXEC SQL
                CLOSE BUDGET-CSR
           END-EXEC.
           .
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2310-MOVE-ONE-BUDGET                        *
      * A PERIOD THE NEW DEPARTMENT ALREADY HAS A BUDGET FOR IS        *
      * MERGED - THE OLD AMOUNT IS ADDED TO IT AND THE OLD ROW GOES.   *
      * OTHERWISE THE OLD ROW IS SIMPLY REPOINTED.                     *
      ******************************************************************
       2310-MOVE-ONE-BUDGET.

           EXEC SQL
                FETCH BUDGET-CSR
                INTO  :BUDG-FISCAL-YEAR
                    , :BUDG-PERIOD
                    , :BUDG-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-IS-EOF            TO TRUE
               GO TO 2310-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.DEPTBUDG FETCH'       TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2310-EXIT
           END-IF.

           ADD 1                            TO WS-BUDGET-COUNT.

           MOVE BUDG-FISCAL-YEAR            TO WS-DISP-YEAR.
           MOVE BUDG-PERIOD                 TO WS-DISP-PERIOD.
           MOVE BUDG-AMOUNT                 TO WS-DISP-AMOUNT.

           EXEC SQL
                SELECT BUDG_AMOUNT
                  INTO :WS-NEW-BUDG-AMOUNT
                  FROM Q.DEPTBUDG
                 WHERE BUDG_DEPTNUMB    = :WS-NEW-DEPT
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.DEPTBUDG SELECT'      TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2310-EXIT
           END-IF.

           IF SQLCODE = 100
               DISPLAY 'ORGCUT -   BUDGET ' WS-DISP-YEAR '/'
                        WS-DISP-PERIOD ' ' WS-DISP-AMOUNT
                       '  DEPT ' WS-DISP-OLD-DEPT ' -> '
                        WS-DISP-NEW-DEPT
               IF WS-APPLY-MODE
                   EXEC SQL
                        UPDATE Q.DEPTBUDG
                           SET BUDG_DEPTNUMB    = :WS-NEW-DEPT
                             , BUDG_CHG_USER    = USER
                             , BUDG_CHG_TS      = CURRENT TIMESTAMP
                         WHERE BUDG_DEPTNUMB    = :WS-OLD-DEPT
                           AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                           AND BUDG_PERIOD      = :BUDG-PERIOD
                   END-EXEC
               END-IF
               GO TO 2310-CHECK-UPDATE
           END-IF.

           ADD 1                            TO WS-BUDGET-MERGED-COUNT.

           COMPUTE WS-MERGED-BUDG-AMOUNT =
                   WS-NEW-BUDG-AMOUNT + BUDG-AMOUNT.
           MOVE WS-NEW-BUDG-AMOUNT          TO WS-DISP-NEW-AMOUNT.
           MOVE WS-MERGED-BUDG-AMOUNT       TO WS-DISP-MERGED-AMOUNT.

           DISPLAY 'ORGCUT -   BUDGET ' WS-DISP-YEAR '/'
                    WS-DISP-PERIOD ' ' WS-DISP-AMOUNT
                   '  MERGED INTO DEPT ' WS-DISP-NEW-DEPT ' '
                    WS-DISP-NEW-AMOUNT ' = ' WS-DISP-MERGED-AMOUNT.

           IF WS-PREVIEW-MODE
               GO TO 2310-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.DEPTBUDG
                   SET BUDG_AMOUNT      = :WS-MERGED-BUDG-AMOUNT
                     , BUDG_CHG_USER    = USER
                     , BUDG_CHG_TS      = CURRENT TIMESTAMP
                 WHERE BUDG_DEPTNUMB    = :WS-NEW-DEPT
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2310-CHECK-UPDATE
           END-IF.

           EXEC SQL
                DELETE FROM Q.DEPTBUDG
                 WHERE BUDG_DEPTNUMB    = :WS-OLD-DEPT
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

       2310-CHECK-UPDATE.
           IF WS-APPLY-MODE AND SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.DEPTBUDG UPDATE'      TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2310-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2400-REPOINT-RULES                          *
      * RULES FOR THE OLD DEPARTMENT STILL IN FORCE ON THE EFFECTIVE   *
      * DATE. DEPARTMENT ZERO (ALL) RULES ARE NOT TOUCHED.             *
      ******************************************************************
       2400-REPOINT-RULES.

           IF WS-CUTOVER-FAILED
               GO TO 2400-EXIT
           END-IF.

           EXEC SQL
                OPEN RULE-CSR
           END-EXEC.

           MOVE 'N'                         TO WS-CSR-EOF-SW.

           PERFORM 2410-MOVE-ONE-RULE
              THRU 2410-EXIT
              UNTIL WS-CSR-IS-EOF.

           EXEC SQL
                CLOSE RULE-CSR
           END-EXEC.
           .
       2400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2410-MOVE-ONE-RULE                          *
      * A RULE STARTING ON OR AFTER THE EFFECTIVE DATE IS REPOINTED.   *
      * ONE ALREADY RUNNING IS SPLIT BY 2420-SPLIT-ONE-RULE.           *
      ******************************************************************
       2410-MOVE-ONE-RULE.

           EXEC SQL
                FETCH RULE-CSR
                INTO  :RULE-ID
                    , :RULE-MATCH-TYPE
                    , :RULE-PRODNUM
                    , :RULE-PRODGRP
                    , :RULE-DEPTNUMB
                    , :RULE-MIN-QTY
                    , :RULE-MAX-QTY
                    , :RULE-PRICE-TYPE
                    , :RULE-VALUE
                    , :RULE-EFF-DATE
                    , :RULE-END-DATE
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CSR-IS-EOF            TO TRUE
               GO TO 2410-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRCRULE FETCH'        TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2410-EXIT
           END-IF.

           ADD 1                            TO WS-RULE-COUNT.

           PERFORM 2480-FORMAT-RULE-IMAGE
              THRU 2480-EXIT.
           MOVE WS-RULE-IMAGE               TO AUD-BEFORE-IMAGE.
           DISPLAY 'ORGCUT -   RULE   BEFORE: ' WS-RULE-IMAGE.

           IF RULE-EFF-DATE < WS-EFF-DATE
               PERFORM 2420-SPLIT-ONE-RULE
                  THRU 2420-EXIT
               GO TO 2410-EXIT
           END-IF.

           MOVE WS-NEW-DEPT                 TO RULE-DEPTNUMB.
           PERFORM 2480-FORMAT-RULE-IMAGE
              THRU 2480-EXIT.
           MOVE WS-RULE-IMAGE               TO AUD-AFTER-IMAGE.
           DISPLAY 'ORGCUT -   RULE   AFTER : ' WS-RULE-IMAGE.

           IF WS-PREVIEW-MODE
               GO TO 2410-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.PRCRULE
                   SET RULE_DEPTNUMB   = :WS-NEW-DEPT
                     , RULE_CHG_USER   = USER
                     , RULE_CHG_TS     = CURRENT TIMESTAMP
                 WHERE RULE_ID = :RULE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRCRULE UPDATE'       TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2410-EXIT
           END-IF.

           MOVE 'CHANGE'                    TO AUD-ACTION.
           PERFORM 2490-WRITE-RULE-AUDIT
              THRU 2490-EXIT.
           .
       2410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2420-SPLIT-ONE-RULE                         *
      * THE OLD RULE ENDS THE DAY BEFORE THE EFFECTIVE DATE, SO PAST   *
      * ORDERS STILL REPRICE AS THEY WERE; A COPY FOR THE NEW          *
      * DEPARTMENT TAKES THE NEXT RULE ID AND RUNS FROM THE EFFECTIVE  *
      * DATE TO THE OLD RULE'S END DATE.                               *
      ******************************************************************
       2420-SPLIT-ONE-RULE.

           ADD 1                            TO WS-RULE-SPLIT-COUNT.

           MOVE RULE-END-DATE               TO WS-RULE-END-DATE.

           MOVE WS-DAY-BEFORE               TO RULE-END-DATE.
           PERFORM 2480-FORMAT-RULE-IMAGE
              THRU 2480-EXIT.
           MOVE WS-RULE-IMAGE               TO AUD-AFTER-IMAGE.
           DISPLAY 'ORGCUT -   RULE   ENDED : ' WS-RULE-IMAGE.

           IF WS-APPLY-MODE
               EXEC SQL
                    UPDATE Q.PRCRULE
                       SET RULE_END_DATE   = DATE(:WS-DAY-BEFORE)
                         , RULE_CHG_USER   = USER
                         , RULE_CHG_TS     = CURRENT TIMESTAMP
                     WHERE RULE_ID = :RULE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CSR-IS-EOF        TO TRUE
                   MOVE 'Q.PRCRULE UPDATE'   TO WS-FAILED-STEP
                   PERFORM 7000-CUTOVER-FAILED
                      THRU 7000-EXIT
                   GO TO 2420-EXIT
               END-IF
               MOVE 'CHANGE'                TO AUD-ACTION
               PERFORM 2490-WRITE-RULE-AUDIT
                  THRU 2490-EXIT
           END-IF.

           IF WS-CUTOVER-FAILED
               GO TO 2420-EXIT
           END-IF.

           MOVE WS-RULE-END-DATE            TO RULE-END-DATE.
           MOVE WS-NEW-DEPT                 TO RULE-DEPTNUMB.
           MOVE WS-EFF-DATE                 TO RULE-EFF-DATE.

           IF WS-PREVIEW-MODE
               MOVE ZEROES                  TO RULE-ID
               PERFORM 2480-FORMAT-RULE-IMAGE
                  THRU 2480-EXIT
               DISPLAY 'ORGCUT -   RULE   NEW   : ' WS-RULE-IMAGE
               GO TO 2420-EXIT
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(RULE_ID), 0) + 1
                  INTO :RULE-ID
                  FROM Q.PRCRULE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRCRULE ID LOOKUP'    TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2420-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO Q.PRCRULE
                       ( RULE_ID
                       , RULE_MATCH_TYPE
                       , RULE_PRODNUM
                       , RULE_PRODGRP
                       , RULE_DEPTNUMB
                       , RULE_MIN_QTY
                       , RULE_MAX_QTY
                       , RULE_PRICE_TYPE
                       , RULE_VALUE
                       , RULE_EFF_DATE
                       , RULE_END_DATE
                       , RULE_CHG_USER
                       , RULE_CHG_TS )
                VALUES ( :RULE-ID
                       , :RULE-MATCH-TYPE
                       , :RULE-PRODNUM
                       , :RULE-PRODGRP
                       , :RULE-DEPTNUMB
                       , :RULE-MIN-QTY
                       , :RULE-MAX-QTY
                       , :RULE-PRICE-TYPE
                       , :RULE-VALUE
                       , DATE(:RULE-EFF-DATE)
                       , DATE(:RULE-END-DATE)
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRCRULE INSERT'       TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2420-EXIT
           END-IF.

           PERFORM 2480-FORMAT-RULE-IMAGE
              THRU 2480-EXIT.
           DISPLAY 'ORGCUT -   RULE   NEW   : ' WS-RULE-IMAGE.

           MOVE SPACES                      TO AUD-BEFORE-IMAGE.
           MOVE WS-RULE-IMAGE               TO AUD-AFTER-IMAGE.
           MOVE 'ADD'                       TO AUD-ACTION.
           PERFORM 2490-WRITE-RULE-AUDIT
              THRU 2490-EXIT.
           .
       2420-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2480-FORMAT-RULE-IMAGE                        *
      ******************************************************************
       2480-FORMAT-RULE-IMAGE.

           MOVE RULE-ID                     TO WS-IMG-RULE-ID.
           MOVE RULE-MATCH-TYPE             TO WS-IMG-MATCH-TYPE.
           MOVE RULE-PRODNUM                TO WS-IMG-PRODNUM.
           MOVE RULE-PRODGRP                TO WS-IMG-PRODGRP.
           MOVE RULE-DEPTNUMB               TO WS-IMG-DEPTNUMB.
           MOVE RULE-MIN-QTY                TO WS-IMG-MIN-QTY.
           MOVE RULE-MAX-QTY                TO WS-IMG-MAX-QTY.
           MOVE RULE-PRICE-TYPE             TO WS-IMG-PRICE-TYPE.
           MOVE RULE-VALUE                  TO WS-IMG-VALUE.
           MOVE RULE-EFF-DATE               TO WS-IMG-EFF-DATE.
           MOVE RULE-END-DATE               TO WS-IMG-END-DATE.
           .
       2480-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2490-WRITE-RULE-AUDIT                        *
      * THE SAME BEFORE/AFTER AUDIT PRCMAINT WRITES, IN THE CUTOVER'S  *
      * UNIT OF WORK.                                                  *
      ******************************************************************
       2490-WRITE-RULE-AUDIT.

           MOVE RULE-ID                     TO AUD-RULE-ID.

           EXEC SQL
                INSERT INTO Q.PRCRULE_AUD
                       ( AUD_RULE_ID
                       , AUD_ACTION
                       , AUD_BEFORE_IMAGE
                       , AUD_AFTER_IMAGE
                       , AUD_CHG_USER
                       , AUD_CHG_TS )
                VALUES ( :AUD-RULE-ID
                       , :AUD-ACTION
                       , :AUD-BEFORE-IMAGE
                       , :AUD-AFTER-IMAGE
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-CSR-IS-EOF            TO TRUE
               MOVE 'Q.PRCRULE_AUD INSERT'   TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2490-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2500-CARRY-GL-MAPPING                        *
      * THE OLD DEPARTMENT'S Q.GLXREF ROW STAYS - ORDERS BOOKED BEFORE *
      * THE CUTOVER STILL POST UNDER IT. A NEW DEPARTMENT WITH NO ROW  *
      * OF ITS OWN INHERITS THE OLD COST CENTER AND ACCOUNT.           *
      ******************************************************************
       2500-CARRY-GL-MAPPING.

           IF WS-CUTOVER-FAILED
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-DISP-OLD-DEPT            TO WS-OLD-GLX-KEY.
           MOVE WS-DISP-NEW-DEPT            TO WS-NEW-GLX-KEY.

           EXEC SQL
                SELECT GLX_COST_CENTER
                     , GLX_GL_ACCOUNT
                  INTO :GLX-COST-CENTER
                     , :GLX-GL-ACCOUNT
                  FROM Q.GLXREF
                 WHERE GLX_SOURCE = 'D'
                   AND GLX_KEY    = :WS-OLD-GLX-KEY
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ORGCUT -   GLXREF OLD DEPT HAS NO GL MAPPING'
               GO TO 2500-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'Q.GLXREF SELECT'        TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.GLXREF
                 WHERE GLX_SOURCE = 'D'
                   AND GLX_KEY    = :WS-NEW-GLX-KEY
           END-EXEC.

           IF WS-ROW-COUNT > ZEROES
               DISPLAY 'ORGCUT -   GLXREF NEW DEPT ALREADY MAPPED - '
                       'KEPT AS IS'
               GO TO 2500-EXIT
           END-IF.

           SET WS-GLX-WAS-COPIED            TO TRUE.

           DISPLAY 'ORGCUT -   GLXREF COST CENTER ' GLX-COST-CENTER
                   ' ACCOUNT ' GLX-GL-ACCOUNT ' COPIED TO DEPT '
                    WS-DISP-NEW-DEPT.

           IF WS-PREVIEW-MODE
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO Q.GLXREF
                       ( GLX_SOURCE
                       , GLX_KEY
                       , GLX_COST_CENTER
                       , GLX_GL_ACCOUNT
                       , GLX_CHG_USER
                       , GLX_CHG_TS )
                VALUES ( 'D'
                       , :WS-NEW-GLX-KEY
                       , :GLX-COST-CENTER
                       , :GLX-GL-ACCOUNT
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Q.GLXREF INSERT'        TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-RETIRE-DEPARTMENT                       *
      * BY NOW NOTHING CROSS-REFERENCES THE OLD DEPARTMENT - CHECKED   *
      * AGAIN BEFORE THE DELETE, AS ORGRECON DOES.                     *
      ******************************************************************
       2600-RETIRE-DEPARTMENT.

           IF WS-CUTOVER-FAILED
               GO TO 2600-EXIT
           END-IF.

           DISPLAY 'ORGCUT -   ORG    DEPT ' WS-DISP-OLD-DEPT ' '
                    WS-OLD-DEPTNAME ' RETIRED FROM Q.ORG'.

           IF WS-PREVIEW-MODE
               GO TO 2600-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.PRODDEPT
                 WHERE XREF_DEPTNUMB = :WS-OLD-DEPT
           END-EXEC.

           IF WS-ROW-COUNT > ZEROES
               MOVE 'Q.PRODDEPT STILL REFERS'  TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
               GO TO 2600-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM Q.ORG
                 WHERE DEPTNUMB = :WS-OLD-DEPT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Q.ORG DELETE'           TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2700-LOG-CUTOVER                           *
      ******************************************************************
       2700-LOG-CUTOVER.

           IF WS-PREVIEW-MODE OR WS-CUTOVER-FAILED
               GO TO 2700-EXIT
           END-IF.

           MOVE WS-OLD-DEPT                 TO CUT-OLD-DEPTNUMB.
           MOVE WS-NEW-DEPT                 TO CUT-NEW-DEPTNUMB.
           MOVE WS-EFF-DATE                 TO CUT-EFF-DATE.
           MOVE WS-OLD-DEPTNAME             TO CUT-OLD-DEPTNAME.
           MOVE WS-XREF-COUNT               TO CUT-XREF-COUNT.
           MOVE WS-ORDER-COUNT              TO CUT-ORDER-COUNT.
           MOVE WS-BUDGET-COUNT             TO CUT-BUDGET-COUNT.
           MOVE WS-RULE-COUNT               TO CUT-RULE-COUNT.

           IF WS-GLX-WAS-COPIED
               MOVE 'Y'                     TO CUT-GLX-COPIED
           ELSE
               MOVE 'N'                     TO CUT-GLX-COPIED
           END-IF.

           EXEC SQL
                INSERT INTO Q.ORGCUT
                       ( CUT_OLD_DEPTNUMB
                       , CUT_NEW_DEPTNUMB
                       , CUT_EFF_DATE
                       , CUT_OLD_DEPTNAME
                       , CUT_XREF_COUNT
                       , CUT_ORDER_COUNT
                       , CUT_BUDGET_COUNT
                       , CUT_RULE_COUNT
                       , CUT_GLX_COPIED
                       , CUT_CHG_USER
                       , CUT_CHG_TS )
                VALUES ( :CUT-OLD-DEPTNUMB
                       , :CUT-NEW-DEPTNUMB
                       , DATE(:CUT-EFF-DATE)
                       , :CUT-OLD-DEPTNAME
                       , :CUT-XREF-COUNT
                       , :CUT-ORDER-COUNT
                       , :CUT-BUDGET-COUNT
                       , :CUT-RULE-COUNT
                       , :CUT-GLX-COPIED
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Q.ORGCUT INSERT'        TO WS-FAILED-STEP
               PERFORM 7000-CUTOVER-FAILED
                  THRU 7000-EXIT
           END-IF.
           .
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2900-PRINT-DEPT-TOTALS                        *
      ******************************************************************
       2900-PRINT-DEPT-TOTALS.

           DISPLAY 'ORGCUT -   XREFS ' WS-XREF-COUNT
                   '  ORDERS ' WS-ORDER-COUNT
                   '  BUDGETS ' WS-BUDGET-COUNT
                   ' (' WS-BUDGET-MERGED-COUNT ' MERGED)'.
           DISPLAY 'ORGCUT -   RULES ' WS-RULE-COUNT
                   ' (' WS-RULE-SPLIT-COUNT ' SPLIT)'.

           IF WS-CUTOVER-FAILED
               GO TO 2900-EXIT
           END-IF.

           ADD 1                            TO WS-TOT-DEPT-COUNT.
           ADD WS-XREF-COUNT                TO WS-TOT-XREF-COUNT.
           ADD WS-ORDER-COUNT               TO WS-TOT-ORDER-COUNT.
           ADD WS-BUDGET-COUNT              TO WS-TOT-BUDGET-COUNT.
           ADD WS-RULE-COUNT                TO WS-TOT-RULE-COUNT.

           IF WS-GLX-WAS-COPIED
               ADD 1                        TO WS-TOT-GLX-COPIED-COUNT
           END-IF.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   7000-CUTOVER-FAILED                          *
      ******************************************************************
       7000-CUTOVER-FAILED.

           SET WS-CUTOVER-FAILED            TO TRUE.

           DISPLAY 'ORGCUT - *** ' WS-FAILED-STEP ' FAILED SQLCODE='
                    SQLCODE ' FOR DEPT ' WS-DISP-OLD-DEPT ' ***'.
           .
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   8000-END-UNIT-OF-WORK                        *
      * ONE UNIT OF WORK FOR THE WHOLE MAPPING. A PREVIEW HAS CHANGED  *
      * NOTHING, BUT IS ROLLED BACK ALL THE SAME.                      *
      ******************************************************************
       8000-END-UNIT-OF-WORK.

           DISPLAY ' '.

           IF WS-APPLY-MODE AND NOT WS-CUTOVER-FAILED
               EXEC SQL
                    COMMIT
               END-EXEC
               DISPLAY 'ORGCUT - CUTOVER COMMITTED'
               GO TO 8000-EXIT
           END-IF.

           EXEC SQL
                ROLLBACK
           END-EXEC.

           IF WS-CUTOVER-FAILED
               DISPLAY 'ORGCUT - *** CUTOVER FAILED - ALL DEPARTMENTS '
                       'ROLLED BACK ***'
           ELSE
               DISPLAY 'ORGCUT - PREVIEW ONLY - NOTHING CHANGED'
           END-IF.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY 'ORGCUT - MAPPINGS READ           : '
                    WS-MAP-READ-COUNT.
           DISPLAY 'ORGCUT - DEPARTMENTS RETIRED     : '
                    WS-TOT-DEPT-COUNT.
           DISPLAY 'ORGCUT - Q.PRODDEPT REPOINTED    : '
                    WS-TOT-XREF-COUNT.
           DISPLAY 'ORGCUT - ORDERS REPOINTED        : '
                    WS-TOT-ORDER-COUNT.
           DISPLAY 'ORGCUT - BUDGETS MOVED/MERGED    : '
                    WS-TOT-BUDGET-COUNT.
           DISPLAY 'ORGCUT - PRICING RULES REPOINTED : '
                    WS-TOT-RULE-COUNT.
           DISPLAY 'ORGCUT - GL MAPPINGS COPIED      : '
                    WS-TOT-GLX-COPIED-COUNT.

           IF WS-PREVIEW-MODE
               DISPLAY 'ORGCUT - (PREVIEW - COUNTS ARE WHAT APPLY '
                       'WOULD CHANGE)'
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM ORGCUT.
