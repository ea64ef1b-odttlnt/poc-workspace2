      *                                                                *
      *                - VALIDATES THE PRODUCT AGAINST Q.PRODUCTS AND  *
      *                  THE DEPARTMENT AGAINST Q.ORG,                 *
      *                - SUBSTITUTES A DISCONTINUED PRODUCT (STATUS D, *
      *                  OR P WITH ITS DATE REACHED BY THE PRICE DATE) *
      *                  WITH ITS Q.PRODUCTS REPLACEMENT, FLAGGING THE *
      *                  LINE; ONE WITH NO REPLACEMENT, OR WHOSE       *
      *                  REPLACEMENT IS ITSELF DISCONTINUED, IS        *
      *                  REJECTED,                                     *
      *                - PRICES AS OF THE DEPARTMENT'S BUSINESS DATE:  *
      *                  TODAY, OR THE NEXT BUSINESS DAY IF ITS SITE   *
      *                  IS CLOSED TODAY, ON THE HOLIDAY CALENDAR      *
      *                  Q.LOCCAL MAPS ITS Q.ORG LOCATION TO (DB2PGM;  *
      *                  'STANDARD' IF UNMAPPED). A PRICE CHANGE NOT   *
      *                  YET IN FORCE ON THAT DATE IS BACKED OUT FROM  *
      *                  Q.PRODPRICE_HIST, AND AN APPROVED CHANGE IN   *
      *                  FORCE BUT NOT YET APPLIED IS TAKEN FROM       *
      *                  Q.PRODPRICE_PEND,                             *
      *                - EXTENDS QUANTITY TIMES PRICE WITH THE SAME    *
      *                  NULL-AWARE FALLBACK THE IPRODUCTS INDICATOR   *
      *                  LOGIC IN PRDRPT ESTABLISHED (A NULL PRICE     *
      *                  EXTENDS AT THE SYSIN DEFAULT, MARKED *),      *
      *                  UNLESS A Q.PRCRULE VOLUME-TIER OR DEPARTMENT  *
      *                  CONTRACT RULE FOR THE PRODUCT OR ITS GROUP IS *
      *                  IN EFFECT ON THE PRICE DATE AND BEATS THAT    *
      *                  LIST PRICE - THE LOWEST SUCH RULE PRICE IS    *
      *                  APPLIED, AND ORDOUT SHOWS THE LIST PRICE, THE *
      *                  APPLIED PRICE AND THE RULE ID,                *
      *                - WRITES THE PRICED LINE TO ORDOUT AND ANY      *
      *                  REJECT TO ORDERR WITH A REASON,               *
      *                - STORES EACH ORDER AND ITS PRICED LINES ON     *
      *                  Q.PRODORD_HDR/Q.PRODORD_LINE UNDER A NEW      *
      *                  ORDER ID, ONE UNIT OF WORK PER ORDER. AN      *
      *                  ORDER IS A RUN OF CONSECUTIVE LINES FOR ONE   *
      *                  DEPARTMENT AND ORDER REFERENCE. AN ORDER      *
      *                  THAT CANNOT BE STORED GOES TO ORDERR WHOLE,   *
      *                  NOT TO ORDOUT, SO THE FILE AND THE TABLES     *
      *                  ALWAYS AGREE,                                 *
      *                - CHECKS EACH ORDER AGAINST ITS DEPARTMENT'S    *
      *                  Q.DEPTBUDG BUDGET FOR THE FISCAL PERIOD ITS   *
      *                  PRICE DATE FALLS IN (DB2PGM). AN ORDER THAT   *
      *                  WOULD TAKE THE PERIOD'S STORED ORDERS PAST    *
      *                  THE BUDGET - OR THAT CANNOT BE CHECKED - IS   *
      *                  NOT STORED: ITS LINES GO TO ORDHELD IN ORDIN  *
      *                  FORMAT WITH THE REASON IN COLS 30-80, READY   *
      *                  TO BE FED BACK IN. A CONTROLLER RELEASE CARD  *
      *                  ON ORDREL FOR THE DEPARTMENT AND ORDER        *
      *                  REFERENCE LETS IT THROUGH ON THAT RUN. A      *
      *                  DEPARTMENT WITH NO BUDGET ROW FOR THE PERIOD  *
      *                  HAS NO LIMIT,                                 *
      *                - TAKES CREDIT RECORDS (TYPE 'C') FOR PRODUCT A *
      *                  DEPARTMENT SENT BACK. A CREDIT NAMES THE      *
      *                  STORED ORDER ID AND LINE IT CREDITS, IS       *
      *                  PRICED AT THE UNIT PRICE THAT LINE WAS        *
      *                  CHARGED (NOT TODAY'S), AND IS REJECTED IF IT  *
      *                  IS FOR ANOTHER DEPARTMENT OR PRODUCT OR FOR   *
      *                  MORE THAN THE LINE'S QUANTITY NOT ALREADY     *
      *                  CREDITED. CREDITS ARE STORED AS CREDIT ORDERS *
      *                  WITH NEGATIVE LINES, SO THEY NET INTO BUDGET  *
      *                  CONSUMPTION AND THE MONTHLY STATEMENT; A      *
      *                  CREDIT IS NEVER HELD FOR BUDGET,              *
      *                - ACCUMULATES A REGISTER TOTALED BY Q.ORG       *
      *                  DIVISION AND DEPTNAME FOR THE CONTROLLER,     *
      *                  WITH CREDITS IN THEIR OWN COLUMNS AND THE NET,*
      *                  FOLLOWED BY THE LOCATIONS SEEN WITH NO        *
      *                  Q.LOCCAL CALENDAR MAPPING.                    *
      *                                                                *
      *                AFTER ORDIN IT PRICES THE LINES STAGED ON       *
      *                Q.PRODORD_STG BY THE PRDOENT ORDER ENTRY SCREEN *
      *                (TRAN PRDO). AS IT STARTS IT TAKES EVERY STAGED *
      *                LINE FOR THIS RUN (STATUS S TO I) - THE CUTOFF  *
      *                AFTER WHICH THE SCREEN CAN NO LONGER CHANGE OR  *
      *                CANCEL THEM - AND READS THEM AS IF KEYED ON     *
      *                ORDIN, BY DEPARTMENT, REFERENCE AND LINE ID.    *
      *                EACH STAGED LINE IS MARKED WITH ITS OUTCOME:    *
      *                P WITH ITS ORDER ID (IN THE ORDER'S UNIT OF     *
      *                WORK), H WITH THE HOLD REASON OR R WITH THE     *
      *                REJECT REASON, FOR THE SCREEN'S REVIEW VIEW.    *
      *                LINES LEFT I BY A RUN THAT ENDED EARLY ARE      *
      *                PRICED BY THE NEXT.                             *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *                   PRODUCTS (COLS 01-05, 999V99 ZERO-FILLED)    *
      *                                                                *
      *  INPUT:        ORDIN  - COLS 01-04 PRODNUM                     *
      *                         COLS 05-05 RECORD TYPE - BLANK FOR AN  *
      *                                    ORDER LINE, C FOR A CREDIT  *
      *                         COLS 06-10 QUANTITY (ZERO-FILLED)      *
      *                         COLS 12-16 ORDERING DEPTNUMB           *
      *                         COLS 18-27 ORDER REFERENCE (OPTIONAL)  *
      *                         COLS 30-80 HOLD REASON (IGNORED - SET  *
      *                                    ON ORDHELD)                 *
      *                         CREDIT RECORDS ONLY:                   *
      *                         COLS 30-38 ORDER ID CREDITED           *
      *                         COLS 40-43 LINE NUMBER CREDITED        *
      *                ORDREL - CONTROLLER RELEASE CARDS (MAY BE EMPTY)*
      *                         COLS 01-05 DEPTNUMB (AS KEYED ON ORDIN)*
      *                         COLS 07-16 ORDER REFERENCE             *
      *                         COLS 18-25 RELEASED BY                 *
      *                Q.PRODORD_STG - LINES STAGED ON PRDOENT         *
      *  OUTPUT:       ORDOUT - THE PRICED ORDER LINE, WITH THE DATE   *
      *                         AND CALENDAR IT WAS PRICED ON, THE     *
      *                         LIST PRICE AND THE Q.PRCRULE RULE ID   *
      *                         APPLIED (ZERO WHEN NONE); A CREDIT     *
      *                         LINE IS TYPE C IN COL 101 WITH THE     *
      *                         ORDER ID AND LINE IT CREDITS; A        *
      *                         SUBSTITUTED LINE HAS S IN COL 118 AND  *
      *                         THE PRODNUM ORDERED IN COLS 120-123    *
      *                ORDERR - THE ORIGINAL LINE PLUS A REASON        *
      *                ORDHELD - LINES OF ORDERS HELD OVER BUDGET      *
      *                                                                *
      *  DB2 TABLES:   Q.PRODUCTS, Q.PRODDEPT, Q.ORG (ALL READ)        *
      *                Q.LOCCAL, Q.PRODPRICE_PEND (READ)               *
      *                Q.PRODPRICE_HIST (READ)                         *
      *                Q.PRODORD_HDR, Q.PRODORD_LINE (READ/INSERT)     *
      *                Q.DEPTBUDG, Q.PRCRULE (READ)                    *
      *                Q.PRODORD_STG (READ/UPDATE)                     *
      *                T_FISCAL_PERIOD (READ, VIA DB2PGM)              *
      *                T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  EACH LINE PRICED AS OF THE ORDERING         *
      *                    DEPARTMENT'S BUSINESS DATE ON ITS           *
      *                    LOCATION'S CALENDAR (Q.LOCCAL, DB2PGM);     *
      *                    UNMAPPED LOCATIONS LISTED AFTER THE         *
      *                    REGISTER                                    *
      *  2026-10-15 UISAD  ACCEPTED ORDERS AND LINES STORED ON         *
      *                    Q.PRODORD_HDR/Q.PRODORD_LINE; OPTIONAL      *
      *                    ORDER REFERENCE IN ORDIN COLS 18-27         *
      *  2026-10-15 UISAD  ORDERS CHECKED AGAINST Q.DEPTBUDG FOR THE   *
      *                    FISCAL PERIOD; OVER-BUDGET ORDERS HELD TO   *
      *                    ORDHELD UNLESS RELEASED ON ORDREL           *
      *  2026-10-15 UISAD  VOLUME-TIER AND CONTRACT PRICING FROM       *
      *                    Q.PRCRULE; ORDOUT CARRIES LIST PRICE AND    *
      *                    RULE ID AFTER THE CALENDAR ID               *
      *  2026-10-15 UISAD  CREDIT RECORDS AGAINST STORED ORDER LINES;  *
      *                    CREDIT ORDERS STORED NEGATIVE AND SHOWN     *
      *                    SEPARATELY ON THE REGISTER                  *
      *  2026-10-15 UISAD  DISCONTINUED PRODUCTS REPLACED PER          *
      *                    Q.PRODUCTS LIFECYCLE OR THE LINE REJECTED;  *
      *                    SUBSTITUTION FLAGGED ON ORDOUT AND STORED   *
      *  2026-10-15 UISAD  LINES STAGED ON Q.PRODORD_STG BY PRDOENT    *
      *                    TAKEN AT START AND PRICED AFTER ORDIN; EACH *
      *                    MARKED PRICED, HELD OR REJECTED             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

           SELECT ORDER-ERROR-FILE          ASSIGN TO ORDERR
                                             ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-HELD-FILE           ASSIGN TO ORDHELD
                                             ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-RELEASE-FILE        ASSIGN TO ORDREL
                                             ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS STANDARD.
       01  ORDER-INPUT-RECORD.
           05  ORD-PRODNUM                  PIC X(04).
           05  ORD-RECORD-TYPE              PIC X(01).
               88  ORD-IS-ORDER-LINE                  VALUE SPACE.
               88  ORD-IS-CREDIT                      VALUE 'C'.
           05  ORD-QUANTITY                 PIC X(05).
           05  FILLER                       PIC X(01).
           05  ORD-DEPTNUMB                 PIC X(05).
           05  FILLER                       PIC X(01).
           05  ORD-ORDER-REF                PIC X(10).
           05  FILLER                       PIC X(02).
           05  ORD-HOLD-REASON              PIC X(51).
           05  ORD-CREDIT-AREA REDEFINES ORD-HOLD-REASON.
               10  ORD-CR-ORDER-ID          PIC X(09).
               10  FILLER                   PIC X(01).
               10  ORD-CR-LINE-NUM          PIC X(04).
               10  FILLER                   PIC X(37).

       FD  ORDER-PRICED-FILE
           RECORDING MODE F
           05  OUT-DEPTNUMB                 PIC 9(05).
           05  FILLER                       PIC X(01).
           05  OUT-DEPTNAME                 PIC X(14).
           05  FILLER                       PIC X(01).
           05  OUT-PRICE-DATE               PIC X(10).
           05  FILLER                       PIC X(01).
           05  OUT-CAL-ID                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  OUT-LIST-PRICE               PIC 9(03).9(02).
           05  FILLER                       PIC X(01).
           05  OUT-RULE-ID                  PIC 9(07).
           05  FILLER                       PIC X(02).
           05  OUT-LINE-TYPE                PIC X(01).
           05  FILLER                       PIC X(01).
           05  OUT-CR-ORDER-ID              PIC 9(09).
           05  FILLER                       PIC X(01).
           05  OUT-CR-LINE-NUM              PIC 9(04).
           05  FILLER                       PIC X(01).
           05  OUT-SUBST-FLAG               PIC X(01).
           05  FILLER                       PIC X(01).
           05  OUT-ORDERED-PRODNUM          PIC 9(04).

       FD  ORDER-ERROR-FILE
           RECORDING MODE F
       01  ORDER-ERROR-RECORD.
           05  ERR-ORIGINAL                 PIC X(80).
           05  ERR-REASON                   PIC X(30).

       FD  ORDER-HELD-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ORDER-HELD-RECORD.
           05  HLD-ORDER-LINE               PIC X(29).
           05  HLD-REASON                   PIC X(51).

       FD  ORDER-RELEASE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ORDER-RELEASE-RECORD.
           05  REL-DEPTNUMB                 PIC X(05).
           05  FILLER                       PIC X(01).
           05  REL-ORDER-REF                PIC X(10).
           05  FILLER                       PIC X(01).
           05  REL-RELEASED-BY              PIC X(08).
           05  FILLER                       PIC X(55).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDORDER'.
           05  WS-MAX-REGISTER-ROWS         PIC 9(03) VALUE 100.
           05  WS-MAX-LOCATION-ROWS         PIC 9(03) VALUE 50.
           05  WS-MAX-CALENDAR-ROWS         PIC 9(03) VALUE 20.
           05  WS-MAX-ORDER-LINES           PIC 9(03) VALUE 200.
           05  WS-MAX-RELEASE-ROWS          PIC 9(03) VALUE 50.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. THE
      * KEYED-DATE CHECK IS USED FOR PRICING: TODAY, ON THE LINE'S
      * CALENDAR, GIVES THE FIRST BUSINESS DAY ON OR AFTER TODAY. THE
      * FISCAL LOOKUP PLACES AN ORDER'S PRICE DATE IN ITS BUDGET
      * PERIOD.
       01  WS-DB2PGM-AREA.
           05  WS-LK-NEXT-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-PREV-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-NTH-BUS-DAY-NUM        PIC 9(02) VALUE ZEROES.
           05  WS-LK-NTH-BUS-DATE           PIC X(10) VALUE SPACES.
           05  WS-LK-CALENDAR-ID            PIC X(08) VALUE SPACES.
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
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

       01  WS-PARM-CARD.
           05  WS-DEFAULT-PRICE             PIC 9(3)V9(2)
           05  WS-EXTENDED                  PIC 9(8)V9(2)
                                                        VALUE ZEROES.
           05  WS-PRICE-DEFAULTED           PIC X(01) VALUE SPACE.
           05  WS-LIST-PRICE                PIC 9(3)V9(2)
                                                        VALUE ZEROES.
           05  WS-REASON                    PIC X(30) VALUE SPACES.
           05  WS-REG-SUB                   PIC 9(03) VALUE ZEROES.
           05  WS-REG-HIT-SUB               PIC 9(03) VALUE ZEROES.
           05  WS-REG-TOTAL-DSP             PIC ZZ,ZZZ,ZZ9.99.
           05  WS-REG-CREDIT-DSP            PIC ZZ,ZZZ,ZZ9.99.
           05  WS-REG-NET-DSP               PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-REG-NET                   PIC S9(10)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-LINE-LOCATION             PIC X(13) VALUE SPACES.
           05  WS-LINE-CAL-ID               PIC X(08) VALUE SPACES.
           05  WS-LINE-MAPPED-SW            PIC X(01) VALUE 'N'.
           05  WS-PRICE-DATE                PIC X(10) VALUE SPACES.
           05  WS-ALT-PRICE                 PIC S9(3)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-ALT-NULL-IND              PIC X(01) VALUE SPACE.
           05  WS-LOC-SUB                   PIC 9(03) VALUE ZEROES.
           05  WS-LOC-HIT-SUB               PIC 9(03) VALUE ZEROES.
           05  WS-CALT-SUB                  PIC 9(03) VALUE ZEROES.
           05  WS-CALT-HIT-SUB              PIC 9(03) VALUE ZEROES.
      * THE PRODNUM ORDERED WHEN 3600 SUBSTITUTED ITS REPLACEMENT,
      * ZERO OTHERWISE
           05  WS-SUBST-FROM-PRODNUM        PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRODUCT-AVAIL-SW          PIC X(01) VALUE 'Y'.
               88  WS-PRODUCT-IS-AVAILABLE            VALUE 'Y'.
      * THE Q.PRODORD_STG LINE IN ORDER-INPUT-RECORD, ZERO FOR AN
      * ORDIN RECORD
           05  WS-CUR-STG-LINE-ID           PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-STG-LINE-ID-DSP           PIC 9(09) VALUE ZEROES.
           05  WS-STG-SQLCODE-DSP           PIC -(8)9.
           05  WS-STG-PRODNUM-DSP           PIC 9(04) VALUE ZEROES.
           05  WS-STG-QUANTITY-DSP          PIC 9(05) VALUE ZEROES.
           05  WS-STG-DEPTNUMB-DSP          PIC 9(05) VALUE ZEROES.

      ******************************************************************
      *      PRICING-RULE SEARCH FOR THE LINE BEING PRICED             *
      ******************************************************************
       01  WS-RULE-AREA.
           05  WS-LINE-PRODGRP              PIC X(10) VALUE SPACES.
           05  WS-RULE-QTY                  PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RULE-PRICE                PIC S9(5)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-RULE-RANK                 PIC 9(01) VALUE ZEROES.
           05  WS-BEST-RULE-ID              PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-BEST-RULE-PRICE           PIC S9(5)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-BEST-RULE-RANK            PIC 9(01) VALUE ZEROES.
           05  WS-RULE-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-RULE-IS-EOF                     VALUE 'Y'.

      ******************************************************************
      *   THE ORDER BEING ASSEMBLED - ITS PRICED LINES ARE HELD HERE   *
      *   UNTIL THE ORDER ENDS, THEN STORED AND WRITTEN TOGETHER       *
      ******************************************************************
       01  WS-ORDER-AREA.
           05  WS-ORDER-KEY.
               10  WS-ORDER-KEY-DEPTNUMB    PIC X(05) VALUE SPACES.
               10  WS-ORDER-KEY-REF         PIC X(10) VALUE SPACES.
               10  WS-ORDER-KEY-TYPE        PIC X(01) VALUE SPACE.
                   88  WS-ORDER-IS-CREDIT             VALUE 'C'.
               10  WS-ORDER-KEY-SOURCE      PIC X(01) VALUE SPACE.
           05  WS-LAST-ORDER-ID             PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ORDER-DEPTNUMB            PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ORDER-DEPTNAME            PIC X(14) VALUE SPACES.
           05  WS-ORDER-DIVISION            PIC X(10) VALUE SPACES.
           05  WS-ORDER-PRICE-DATE          PIC X(10) VALUE SPACES.
           05  WS-ORDER-CAL-ID              PIC X(08) VALUE SPACES.
           05  WS-ORDER-TOTAL               PIC 9(9)V9(2)
                                                        VALUE ZEROES.
           05  WS-ORDER-SQLCODE             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ORDER-SQLCODE-DSP         PIC -(8)9.
           05  WS-ORDER-LINES-USED          PIC 9(03) VALUE ZEROES.
           05  WS-ORDER-LINE-SUB            PIC 9(03) VALUE ZEROES.
           05  WS-ORDER-LINE OCCURS 200 TIMES.
               10  WS-OL-INPUT-RECORD       PIC X(80).
               10  WS-OL-PRODNUM            PIC S9(4) USAGE COMP.
               10  WS-OL-PRODNAME           PIC X(11).
               10  WS-OL-QUANTITY           PIC 9(05).
               10  WS-OL-UNIT-PRICE         PIC 9(3)V9(2).
               10  WS-OL-PRICE-DEFAULTED    PIC X(01).
               10  WS-OL-EXTENDED           PIC 9(8)V9(2).
               10  WS-OL-LIST-PRICE         PIC 9(3)V9(2).
               10  WS-OL-RULE-ID            PIC S9(9) USAGE COMP.
               10  WS-OL-CR-ORDER-ID        PIC S9(9) USAGE COMP.
               10  WS-OL-CR-LINE-NUM        PIC S9(4) USAGE COMP.
               10  WS-OL-SUBST-PRODNUM      PIC S9(4) USAGE COMP.
               10  WS-OL-STG-LINE-ID        PIC S9(9) USAGE COMP.

      ******************************************************************
      *   THE STORED ORDER LINE A CREDIT RECORD IS AGAINST             *
      ******************************************************************
       01  WS-CREDIT-AREA.
           05  WS-CR-ORDER-ID               PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-LINE-NUM               PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-ORIG-QTY               PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-CREDITED-QTY           PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-PENDING-QTY            PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-UNCREDITED-QTY         PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-CR-UNCREDITED-DSP         PIC -(8)9.
           05  WS-CR-SQLCODE-DSP            PIC -(8)9.

      ******************************************************************
      *   BUDGET CHECK OF THE ORDER IN HAND, AND THE RELEASE CARDS     *
      ******************************************************************
       01  WS-BUDGET-AREA.
           05  WS-BUDGET-HOLD-SW            PIC X(01) VALUE 'N'.
               88  WS-ORDER-ON-HOLD                   VALUE 'Y'.
           05  WS-HOLD-REASON               PIC X(51) VALUE SPACES.
           05  WS-BUDGET-SPENT              PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-BUDGET-REMAINING          PIC S9(9)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-BUDGET-REMAINING-DSP      PIC -(9)9.99.
           05  WS-BUDGET-YEAR-DSP           PIC 9(04) VALUE ZEROES.
           05  WS-BUDGET-PERIOD-DSP         PIC 9(02) VALUE ZEROES.
           05  WS-BUDGET-SQLCODE-DSP        PIC -(8)9.
           05  WS-REL-SUB                   PIC 9(03) VALUE ZEROES.
           05  WS-REL-HIT-SUB               PIC 9(03) VALUE ZEROES.
           05  WS-RELEASE-USED              PIC 9(03) VALUE ZEROES.
           05  WS-RELEASE-ENTRY OCCURS 50 TIMES.
               10  WS-REL-DEPTNUMB          PIC X(05).
               10  WS-REL-ORDER-REF         PIC X(10).
               10  WS-REL-RELEASED-BY       PIC X(08).
               10  WS-REL-USED-SW           PIC X(01).
                   88  WS-REL-WAS-USED                VALUE 'Y'.

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
               10  WS-LOC-LINES             PIC 9(05).

      ******************************************************************
      *     PRICING DATE PER CALENDAR - ONE DB2PGM CALL EACH A RUN     *
      ******************************************************************
       01  WS-CALENDAR-AREA.
           05  WS-CALENDAR-USED             PIC 9(03) VALUE ZEROES.
           05  WS-CALENDAR-ENTRY OCCURS 20 TIMES.
               10  WS-CALT-ID               PIC X(08).
               10  WS-CALT-PRICE-DATE       PIC X(10).

      ******************************************************************
      *          DIVISION/DEPARTMENT REGISTER FOR THE CONTROLLER       *
               10  WS-REG-LINES             PIC 9(05).
               10  WS-REG-AMOUNT            PIC 9(10)V9(2)
                                            USAGE COMP-3.
               10  WS-REG-CR-LINES          PIC 9(05).
               10  WS-REG-CR-AMOUNT         PIC 9(10)V9(2)
                                            USAGE COMP-3.

       01  WS-COUNTER-AREA.
           05  WS-READ-COUNT                PIC 9(07) VALUE ZEROES.
           05  WS-PRICED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-DEFAULTED-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-UNMAPPED-COUNT            PIC 9(03) VALUE ZEROES.
           05  WS-ORDERS-STORED-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-ORDERS-FAILED-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-ORDERS-HELD-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-HELD-LINES-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-ORDERS-RELEASED-COUNT     PIC 9(07) VALUE ZEROES.
           05  WS-NO-BUDGET-COUNT           PIC 9(07) VALUE ZEROES.
           05  WS-UNUSED-RELEASE-COUNT      PIC 9(03) VALUE ZEROES.
           05  WS-RULE-PRICED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-CREDIT-LINES-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-CREDITS-STORED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-SUBSTITUTED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-STAGED-CLAIMED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-STAGED-READ-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-STAGED-MARK-FAIL-COUNT    PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-IS-EOF                          VALUE 'Y'.
           05  WS-REL-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-REL-IS-EOF                      VALUE 'Y'.
           05  WS-INPUT-SOURCE-SW           PIC X(01) VALUE 'F'.
               88  WS-READING-ORDIN                   VALUE 'F'.
               88  WS-READING-STAGED                  VALUE 'S'.
           05  WS-STAGED-FAILED-SW          PIC X(01) VALUE 'N'.
               88  WS-STAGED-READ-FAILED              VALUE 'Y'.

      ******************************************************************
      *                                                                *
      * DCLGEN FOR Q.ORG
           COPY ORG.

      * DCLGEN FOR Q.LOCCAL
           COPY LOCCAL.

      * DCLGEN FOR Q.PRODORD_HDR
           COPY PRODORDH.

      * DCLGEN FOR Q.PRODORD_LINE
           COPY PRODORDL.

      * DCLGEN FOR Q.DEPTBUDG
           COPY DEPTBUDG.

      * DCLGEN FOR Q.PRCRULE
           COPY PRCRULE.

      * DCLGEN FOR Q.PRODORD_STG
           COPY PRODORDS.

      * EVERY RULE THAT COULD PRICE THE LINE - 3400 PICKS THE BEST
           EXEC SQL
                DECLARE RULE-CSR CURSOR FOR
                SELECT RULE_ID
                     , RULE_MATCH_TYPE
                     , RULE_DEPTNUMB
                     , RULE_PRICE_TYPE
                     , RULE_VALUE
                  FROM Q.PRCRULE
                 WHERE ( ( RULE_MATCH_TYPE = 'P'
                       AND RULE_PRODNUM    = :WS-PRODNUM-NUM )
                      OR ( RULE_MATCH_TYPE = 'G'
                       AND RULE_PRODGRP    = :WS-LINE-PRODGRP ) )
                   AND RULE_DEPTNUMB IN (0, :WS-DEPTNUMB-NUM)
                   AND :WS-RULE-QTY BETWEEN RULE_MIN_QTY
                                        AND RULE_MAX_QTY
                   AND DATE(:WS-PRICE-DATE) BETWEEN RULE_EFF_DATE
                                                AND RULE_END_DATE
                 ORDER BY RULE_ID
           END-EXEC.

      * THE STAGED LINES TAKEN FOR THIS RUN, IN ORDIN ORDER. HELD OPEN
      * ACROSS EACH ORDER'S COMMIT; A ROLLBACK CLOSES IT AND 6900
      * OPENS IT AGAIN.
           EXEC SQL
                DECLARE STAGE-CSR CURSOR WITH HOLD FOR
                SELECT ORDS_LINE_ID
                     , ORDS_DEPTNUMB
                     , ORDS_ORDER_REF
                     , ORDS_PRODNUM
                     , ORDS_QUANTITY
                  FROM Q.PRODORD_STG
                 WHERE ORDS_STATUS = 'I'
                 ORDER BY ORDS_DEPTNUMB, ORDS_ORDER_REF, ORDS_LINE_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDORDER WORKING STORAGE ENDS'.
      *
              THRU 2000-EXIT
              UNTIL WS-IS-EOF.

           IF WS-ORDER-LINES-USED > ZEROES
               PERFORM 6000-CLOSE-ORDER
                  THRU 6000-EXIT
           END-IF.

           CLOSE ORDER-INPUT-FILE
                 ORDER-PRICED-FILE
                 ORDER-ERROR-FILE
                 ORDER-HELD-FILE.

           PERFORM 9000-PRINT-REGISTER
              THRU 9000-EXIT.

           IF WS-ORDERS-FAILED-COUNT > ZEROES
              OR WS-STAGED-READ-FAILED
              OR WS-STAGED-MARK-FAIL-COUNT > ZEROES
               MOVE 8                        TO RETURN-CODE
           ELSE
               IF WS-ORDERS-HELD-COUNT > ZEROES
                   MOVE 4                    TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.
       0000-EXIT.
           EXIT.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           EXEC SQL
                SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           DISPLAY 'PRDORDER - PRICING STARTING, NULL-PRICE '
                   'DEFAULT=' WS-DEFAULT-PRICE
                   ' TODAY=' WS-TODAY-DATE.

      * ORDER IDS CONTINUE FROM THE HIGHEST ONE ALREADY STORED - THIS
      * JOB IS THE ONLY WRITER OF Q.PRODORD_HDR.
           EXEC SQL
                SELECT COALESCE(MAX(ORDH_ORDER_ID), 0)
                  INTO :WS-LAST-ORDER-ID
                  FROM Q.PRODORD_HDR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDORDER - ORDER ID LOOKUP FAILED SQLCODE='
                        SQLCODE ' - NOTHING PRICED'
               MOVE 16                       TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-LOAD-RELEASE-CARDS
              THRU 1200-EXIT.

           PERFORM 1300-CLAIM-STAGED-LINES
              THRU 1300-EXIT.

           OPEN INPUT  ORDER-INPUT-FILE.
           OPEN OUTPUT ORDER-PRICED-FILE
                       ORDER-ERROR-FILE
                       ORDER-HELD-FILE.

           PERFORM 1100-READ-ORDER-LINE
              THRU 1100-EXIT.
      *
      ******************************************************************
      *                     1100-READ-ORDER-LINE                       *
      * ORDIN FIRST, THEN THE STAGED LINES TAKEN FOR THIS RUN.         *
      ******************************************************************
       1100-READ-ORDER-LINE.

           IF WS-IS-EOF
               GO TO 1100-EXIT
           END-IF.

           IF WS-READING-STAGED
               PERFORM 1500-FETCH-STAGED-LINE
                  THRU 1500-EXIT
               GO TO 1100-EXIT
           END-IF.

           READ ORDER-INPUT-FILE
               AT END
                   SET WS-READING-STAGED    TO TRUE
               NOT AT END
                   ADD 1                    TO WS-READ-COUNT
                   MOVE ZEROES              TO WS-CUR-STG-LINE-ID
           END-READ.

           IF WS-READING-STAGED
               PERFORM 1400-OPEN-STAGED-LINES
                  THRU 1400-EXIT
           END-IF.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1200-LOAD-RELEASE-CARDS                      *
      * THE CONTROLLER'S RELEASES FOR THIS RUN - ONE CARD PER HELD     *
      * ORDER, BY DEPARTMENT AND ORDER REFERENCE AS KEYED ON ORDIN.    *
      ******************************************************************
       1200-LOAD-RELEASE-CARDS.

           OPEN INPUT ORDER-RELEASE-FILE.

           PERFORM 1210-READ-ONE-RELEASE
              THRU 1210-EXIT
              UNTIL WS-REL-IS-EOF.

           CLOSE ORDER-RELEASE-FILE.

           DISPLAY 'PRDORDER - RELEASE CARDS LOADED   : '
                    WS-RELEASE-USED.
           .
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    1210-READ-ONE-RELEASE                       *
      ******************************************************************
       1210-READ-ONE-RELEASE.

           READ ORDER-RELEASE-FILE
               AT END
                   SET WS-REL-IS-EOF        TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           IF REL-DEPTNUMB = SPACES
               GO TO 1210-EXIT
           END-IF.

           IF WS-RELEASE-USED NOT < WS-MAX-RELEASE-ROWS
               DISPLAY 'PRDORDER - RELEASE TABLE FULL, CARD IGNORED: '
                        ORDER-RELEASE-RECORD(1:25)
               GO TO 1210-EXIT
           END-IF.

           ADD 1                             TO WS-RELEASE-USED.
           MOVE REL-DEPTNUMB
             TO WS-REL-DEPTNUMB(WS-RELEASE-USED).
           MOVE REL-ORDER-REF
             TO WS-REL-ORDER-REF(WS-RELEASE-USED).
           MOVE REL-RELEASED-BY
             TO WS-REL-RELEASED-BY(WS-RELEASE-USED).
           MOVE 'N'
             TO WS-REL-USED-SW(WS-RELEASE-USED).
           .
       1210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1300-CLAIM-STAGED-LINES                      *
      * THE CUTOFF: EVERY LINE STILL STAGED ON PRDOENT IS TAKEN FOR    *
      * THIS RUN AND COMMITTED, SO THE SCREEN CAN NO LONGER CHANGE OR  *
      * CANCEL IT. LINES A RUN THAT ENDED EARLY LEFT I ARE TAKEN TOO.  *
      ******************************************************************
       1300-CLAIM-STAGED-LINES.

           EXEC SQL
                UPDATE Q.PRODORD_STG
                   SET ORDS_STATUS   = 'I'
                     , ORDS_CHG_USER = USER
                     , ORDS_CHG_TS   = CURRENT TIMESTAMP
                 WHERE ORDS_STATUS   = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)           TO WS-STAGED-CLAIMED-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE              TO WS-STG-SQLCODE-DSP
                   DISPLAY 'PRDORDER - STAGED LINE CUTOFF FAILED '
                           'SQLCODE=' WS-STG-SQLCODE-DSP
                           ' - NOTHING PRICED'
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   MOVE 16                   TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY 'PRDORDER - STAGED LINES TAKEN    : '
                    WS-STAGED-CLAIMED-COUNT.
           .
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1400-OPEN-STAGED-LINES                       *
      * ORDIN IS DONE - THE STAGED LINES FOLLOW. A CURSOR THAT WILL    *
      * NOT OPEN ENDS THE INPUT AND THE RUN ENDS RC 8; THE LINES STAY  *
      * I FOR THE NEXT RUN.                                            *
      ******************************************************************
       1400-OPEN-STAGED-LINES.

           EXEC SQL
                OPEN STAGE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                  TO WS-STG-SQLCODE-DSP
               DISPLAY 'PRDORDER - STAGED LINE OPEN FAILED SQLCODE='
                        WS-STG-SQLCODE-DSP ' - STAGED LINES NOT READ'
               SET WS-STAGED-READ-FAILED     TO TRUE
               SET WS-IS-EOF                 TO TRUE
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1500-FETCH-STAGED-LINE
              THRU 1500-EXIT.
           .
       1400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1500-FETCH-STAGED-LINE                       *
      * THE NEXT STAGED LINE, LAID OUT IN ORDER-INPUT-RECORD AS IT     *
      * WOULD BE KEYED ON ORDIN SO IT IS EDITED, PRICED, HELD AND      *
      * REJECTED THE SAME WAY.                                         *
      ******************************************************************
       1500-FETCH-STAGED-LINE.

           EXEC SQL
                FETCH STAGE-CSR
                 INTO :ORDS-LINE-ID
                    , :ORDS-DEPTNUMB
                    , :ORDS-ORDER-REF
                    , :ORDS-PRODNUM
                    , :ORDS-QUANTITY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-IS-EOF             TO TRUE
                   EXEC SQL
                        CLOSE STAGE-CSR
                   END-EXEC
                   GO TO 1500-EXIT
               WHEN OTHER
                   MOVE SQLCODE              TO WS-STG-SQLCODE-DSP
                   DISPLAY 'PRDORDER - STAGED LINE FETCH FAILED '
                           'SQLCODE=' WS-STG-SQLCODE-DSP
                           ' - REST LEFT FOR NEXT RUN'
                   SET WS-STAGED-READ-FAILED TO TRUE
                   SET WS-IS-EOF             TO TRUE
                   EXEC SQL
                        CLOSE STAGE-CSR
                   END-EXEC
                   GO TO 1500-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-READ-COUNT
                                                WS-STAGED-READ-COUNT.
           MOVE ORDS-LINE-ID                 TO WS-CUR-STG-LINE-ID.

           MOVE ORDS-PRODNUM                 TO WS-STG-PRODNUM-DSP.
           MOVE ORDS-QUANTITY                TO WS-STG-QUANTITY-DSP.
           MOVE ORDS-DEPTNUMB                TO WS-STG-DEPTNUMB-DSP.

           MOVE SPACES                       TO ORDER-INPUT-RECORD.
           MOVE WS-STG-PRODNUM-DSP           TO ORD-PRODNUM.
           SET ORD-IS-ORDER-LINE             TO TRUE.
           MOVE WS-STG-QUANTITY-DSP          TO ORD-QUANTITY.
           MOVE WS-STG-DEPTNUMB-DSP          TO ORD-DEPTNUMB.
           MOVE ORDS-ORDER-REF               TO ORD-ORDER-REF.
           .
       1500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-PRICE-ONE-LINE                       *
      ******************************************************************
       2000-PRICE-ONE-LINE.

      * A NEW DEPARTMENT OR ORDER REFERENCE ENDS THE ORDER IN HAND,
      * AND SO DOES A SWITCH BETWEEN ORDER LINES AND CREDITS - A
      * CREDIT IS ALWAYS STORED AS AN ORDER OF ITS OWN.
      * THE FIRST STAGED LINE ALSO ENDS THE LAST ORDIN ORDER.
           IF ORD-DEPTNUMB NOT = WS-ORDER-KEY-DEPTNUMB
              OR ORD-ORDER-REF NOT = WS-ORDER-KEY-REF
              OR ORD-RECORD-TYPE NOT = WS-ORDER-KEY-TYPE
              OR WS-INPUT-SOURCE-SW NOT = WS-ORDER-KEY-SOURCE
               IF WS-ORDER-LINES-USED > ZEROES
                   PERFORM 6000-CLOSE-ORDER
                      THRU 6000-EXIT
               END-IF
               MOVE ORD-DEPTNUMB             TO WS-ORDER-KEY-DEPTNUMB
               MOVE ORD-ORDER-REF            TO WS-ORDER-KEY-REF
               MOVE ORD-RECORD-TYPE          TO WS-ORDER-KEY-TYPE
               MOVE WS-INPUT-SOURCE-SW       TO WS-ORDER-KEY-SOURCE
           END-IF.

           MOVE SPACES                       TO WS-REASON.

           PERFORM 3000-EDIT-AND-LOOKUP
              THRU 3000-EXIT.

           IF WS-REASON = SPACES
               PERFORM 4000-EXTEND-AND-HOLD
                  THRU 4000-EXIT
           ELSE
               ADD 1                         TO WS-REJECT-COUNT
               MOVE ORDER-INPUT-RECORD       TO ERR-ORIGINAL
               MOVE WS-REASON                TO ERR-REASON
               WRITE ORDER-ERROR-RECORD
               IF WS-CUR-STG-LINE-ID NOT = ZERO
                   MOVE WS-CUR-STG-LINE-ID   TO ORDS-LINE-ID
                   SET ORDS-IS-REJECTED      TO TRUE
                   MOVE ZEROES               TO ORDS-ORDER-ID
                   MOVE WS-REASON            TO ORDS-RESULT
                   PERFORM 6800-MARK-STAGED-LINE
                      THRU 6800-EXIT
                   EXEC SQL
                        COMMIT
                   END-EXEC
               END-IF
           END-IF.

           PERFORM 1100-READ-ORDER-LINE
      ******************************************************************
       3000-EDIT-AND-LOOKUP.

           IF NOT ORD-IS-ORDER-LINE
              AND NOT ORD-IS-CREDIT
               MOVE 'RECORD TYPE NOT BLANK OR C'
                 TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ORD-PRODNUM NOT NUMERIC
               MOVE 'PRODNUM NOT NUMERIC'    TO WS-REASON
               GO TO 3000-EXIT
           MOVE ORD-PRODNUM                  TO WS-PRODNUM-NUM.
           MOVE ORD-QUANTITY                 TO WS-QUANTITY-NUM.
           MOVE ORD-DEPTNUMB                 TO WS-DEPTNUMB-NUM.
           MOVE ZEROES                       TO WS-SUBST-FROM-PRODNUM.

           PERFORM 3050-READ-PRODUCT
              THRU 3050-EXIT.

      * A CREDIT MAY BE FOR A PRODUCT DELETED SINCE IT WAS ORDERED -
      * 3500 PROVES IT AGAINST THE STORED LINE INSTEAD.
           IF SQLCODE = 100
              AND ORD-IS-CREDIT
               MOVE '(DELETED)'              TO PRODNAME-TEXT
               MOVE ZEROES             TO INDSTRUC OF IPRODUCTS(2)
                                          INDSTRUC OF IPRODUCTS(3)
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'PRODNUM NOT ON Q.PRODUCTS'
                     TO WS-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                   TO PRODNAME-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(3) < ZERO
               MOVE SPACES                   TO PRODGRP-TEXT
           END-IF.

           MOVE SPACES                       TO DEPTNAME-TEXT
                                                DIVISION-TEXT
                                                LOCATION-TEXT.

           EXEC SQL
                SELECT  DEPTNAME
                       ,DIVISION
                       ,LOCATION
                  INTO  :DEPTNAME    :INDSTRUC OF IORG(2)
                       ,:O_DIVISION  :INDSTRUC OF IORG(4)
                       ,:LOCATION    :INDSTRUC OF IORG(5)
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-DEPTNUMB-NUM
           END-EXEC.
           IF INDSTRUC OF IORG(4) < ZERO
               MOVE SPACES                   TO DIVISION-TEXT
           END-IF.
           IF INDSTRUC OF IORG(5) < ZERO
               MOVE SPACES                   TO LOCATION-TEXT
           END-IF.

           PERFORM 3100-RESOLVE-LOCATION-CAL
              THRU 3100-EXIT.

           PERFORM 3200-RESOLVE-PRICE-DATE
              THRU 3200-EXIT.

           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           IF ORD-IS-CREDIT
               PERFORM 3500-PRICE-CREDIT-LINE
                  THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3600-CHECK-LIFECYCLE
              THRU 3600-EXIT.

           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-PRICE-AS-OF-DATE
              THRU 3300-EXIT.

           PERFORM 3400-APPLY-PRICE-RULE
              THRU 3400-EXIT.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3050-READ-PRODUCT                         *
      * READS THE Q.PRODUCTS ROW FOR WS-PRODNUM-NUM. THE CALLER TESTS  *
      * SQLCODE. A NULL DISCONTINUE DATE COMES BACK AS SPACES.         *
      ******************************************************************
       3050-READ-PRODUCT.

           MOVE SPACES                       TO PRODNAME-TEXT
                                                PRODGRP-TEXT
                                                PROD-DISC-DATE.
           MOVE ZEROES                       TO PRODPRICE
                                                PROD-REPL-PRODNUM.
           SET PROD-IS-ACTIVE                TO TRUE.

           EXEC SQL
                SELECT  PRODNAME
                       ,PRODGRP
                       ,PRODPRICE
                       ,PROD_STATUS
                       ,CHAR(PROD_DISC_DATE, ISO)
                       ,PROD_REPL_PRODNUM
                  INTO  :PRODNAME    :INDSTRUC OF IPRODUCTS(2)
                       ,:PRODGRP     :INDSTRUC OF IPRODUCTS(3)
                       ,:PRODPRICE   :INDSTRUC OF IPRODUCTS(4)
                       ,:PROD-STATUS
                       ,:PROD-DISC-DATE
                                     :INDSTRUC OF IPRODUCTS(6)
                       ,:PROD-REPL-PRODNUM
                  FROM Q.PRODUCTS
                 WHERE PRODNUM = :WS-PRODNUM-NUM
           END-EXEC.

           IF SQLCODE = 0
              AND INDSTRUC OF IPRODUCTS(6) < ZERO
               MOVE SPACES                   TO PROD-DISC-DATE
           END-IF.
           .
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3100-RESOLVE-LOCATION-CAL                     *
      * THE CALENDAR FOR THE DEPARTMENT'S Q.ORG LOCATION, FROM         *
      * Q.LOCCAL - LOOKED UP ONCE PER LOCATION A RUN. NO MAPPING (OR   *
      * NO LOCATION, OR A FAILED LOOKUP) MEANS 'STANDARD', AND THE     *
      * LOCATION IS KEPT FOR THE UNMAPPED LIST.                        *
      ******************************************************************
       3100-RESOLVE-LOCATION-CAL.

           MOVE LOCATION-TEXT                TO WS-LINE-LOCATION.
           MOVE ZEROES                       TO WS-LOC-HIT-SUB.

           PERFORM 3110-MATCH-LOCATION-ROW
              THRU 3110-EXIT
              VARYING WS-LOC-SUB FROM 1 BY 1
                UNTIL WS-LOC-SUB > WS-LOCATION-USED
                   OR WS-LOC-HIT-SUB > ZEROES.

           IF WS-LOC-HIT-SUB > ZEROES
               ADD 1              TO WS-LOC-LINES(WS-LOC-HIT-SUB)
               MOVE WS-LOC-CAL-ID(WS-LOC-HIT-SUB)
                 TO WS-LINE-CAL-ID
               GO TO 3100-EXIT
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
                       DISPLAY 'PRDORDER - Q.LOCCAL LOOKUP FAILED '
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
               MOVE 1
                 TO WS-LOC-LINES(WS-LOC-HIT-SUB)
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3110-MATCH-LOCATION-ROW                      *
      ******************************************************************
       3110-MATCH-LOCATION-ROW.

           IF WS-LOC-NAME(WS-LOC-SUB) = WS-LINE-LOCATION
               MOVE WS-LOC-SUB               TO WS-LOC-HIT-SUB
           END-IF.
           .
       3110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3200-RESOLVE-PRICE-DATE                      *
      * THE LINE IS PRICED AS OF THE FIRST BUSINESS DAY ON OR AFTER    *
      * TODAY ON ITS CALENDAR - ONE DB2PGM CALL PER CALENDAR A RUN. A  *
      * FAILED CALL REJECTS THE LINE RATHER THAN GUESS A DATE.         *
      ******************************************************************
       3200-RESOLVE-PRICE-DATE.

           MOVE ZEROES                       TO WS-CALT-HIT-SUB.

           PERFORM 3210-MATCH-CALENDAR-ROW
              THRU 3210-EXIT
              VARYING WS-CALT-SUB FROM 1 BY 1
                UNTIL WS-CALT-SUB > WS-CALENDAR-USED
                   OR WS-CALT-HIT-SUB > ZEROES.

           IF WS-CALT-HIT-SUB > ZEROES
               MOVE WS-CALT-PRICE-DATE(WS-CALT-HIT-SUB)
                 TO WS-PRICE-DATE
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-LINE-CAL-ID               TO WS-LK-CALENDAR-ID.
           MOVE WS-TODAY-DATE                TO WS-LK-CHECK-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-CHECK-ADJ-DATE = SPACES
               DISPLAY 'PRDORDER - BUSINESS-DATE CALL FAILED RC='
                        WS-LK-RETURN-CODE ' CAL=' WS-LINE-CAL-ID
               MOVE 'BUSINESS DATE UNAVAILABLE'
                 TO WS-REASON
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-LK-CHECK-ADJ-DATE         TO WS-PRICE-DATE.

           IF WS-CALENDAR-USED < WS-MAX-CALENDAR-ROWS
               ADD 1                         TO WS-CALENDAR-USED
               MOVE WS-LINE-CAL-ID
                 TO WS-CALT-ID(WS-CALENDAR-USED)
               MOVE WS-PRICE-DATE
                 TO WS-CALT-PRICE-DATE(WS-CALENDAR-USED)
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3210-MATCH-CALENDAR-ROW                      *
      ******************************************************************
       3210-MATCH-CALENDAR-ROW.

           IF WS-CALT-ID(WS-CALT-SUB) = WS-LINE-CAL-ID
               MOVE WS-CALT-SUB              TO WS-CALT-HIT-SUB
           END-IF.
           .
       3210-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3300-PRICE-AS-OF-DATE                       *
      * Q.PRODUCTS HOLDS THE PRICE PRDPACT LAST APPLIED, ON ITS OWN    *
      * CUTOFF. FOR THIS LINE'S PRICING DATE:                          *
      * - A CHANGE ALREADY APPLIED BUT EFFECTIVE AFTER THE DATE IS     *
      *   NOT YET IN FORCE HERE - THE PRICE IT SUPERSEDED (ITS EARLIEST*
      *   SUCH Q.PRODPRICE_HIST ROW) IS USED INSTEAD;                  *
      * - OTHERWISE AN APPROVED CHANGE EFFECTIVE ON OR BEFORE THE DATE *
      *   AND NOT YET APPLIED IS IN FORCE - THE LATEST ONE IS USED.    *
      * EITHER MAY CARRY A NULL PRICE, WHICH 4000 DEFAULTS AS USUAL.   *
      ******************************************************************
       3300-PRICE-AS-OF-DATE.

           EXEC SQL
                SELECT  HIST_OLD_PRICE
                       ,HIST_OLD_NULL_IND
                  INTO  :WS-ALT-PRICE
                       ,:WS-ALT-NULL-IND
                  FROM Q.PRODPRICE_HIST
                 WHERE HIST_PRODNUM  = :WS-PRODNUM-NUM
                   AND HIST_EFF_DATE > DATE(:WS-PRICE-DATE)
                 ORDER BY HIST_EFF_DATE
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL
                    SELECT  PEND_NEW_PRICE
                           ,PEND_NULL_IND
                      INTO  :WS-ALT-PRICE
                           ,:WS-ALT-NULL-IND
                      FROM Q.PRODPRICE_PEND
                     WHERE PEND_PRODNUM   = :WS-PRODNUM-NUM
                       AND PEND_STATUS    = 'A'
                       AND PEND_EFF_DATE <= DATE(:WS-PRICE-DATE)
                     ORDER BY PEND_EFF_DATE DESC
                     FETCH FIRST ROW ONLY
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               GO TO 3300-EXIT
           END-IF.

           IF WS-ALT-NULL-IND = 'Y'
               MOVE ZEROES                   TO PRODPRICE
               MOVE -1                 TO INDSTRUC OF IPRODUCTS(4)
           ELSE
               MOVE WS-ALT-PRICE             TO PRODPRICE
               MOVE ZEROES             TO INDSTRUC OF IPRODUCTS(4)
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3400-APPLY-PRICE-RULE                        *
      * THE LIST PRICE IS THE PRODUCT PRICE AS OF THE PRICE DATE - A   *
      * NULL ONE IS THE SYSIN DEFAULT, MARKED '*' (THE SAME NULL-AWARE *
      * FALLBACK PRDRPT PRINTS WITH). EVERY Q.PRCRULE RULE MATCHING    *
      * THE PRODUCT OR ITS GROUP, THE DEPARTMENT (OR ALL), THE         *
      * QUANTITY TIER AND THE PRICE DATE IS PRICED; THE LOWEST WINS,   *
      * A DEPARTMENT RULE BEFORE AN ALL-DEPARTMENT ONE AND A PRODUCT   *
      * RULE BEFORE A GROUP ONE AT THE SAME PRICE. A RULE ONLY APPLIES *
      * IF IT BEATS LIST. A FAILED LOOKUP REJECTS THE LINE RATHER THAN *
      * BILL A CONTRACT DEPARTMENT AT LIST.                            *
      ******************************************************************
       3400-APPLY-PRICE-RULE.

           IF INDSTRUC OF IPRODUCTS(4) < ZERO
               MOVE WS-DEFAULT-PRICE         TO WS-LIST-PRICE
               MOVE '*'                      TO WS-PRICE-DEFAULTED
           ELSE
               MOVE PRODPRICE                TO WS-LIST-PRICE
               MOVE SPACE                    TO WS-PRICE-DEFAULTED
           END-IF.

           MOVE WS-LIST-PRICE                TO WS-UNIT-PRICE.
           MOVE ZEROES                       TO WS-BEST-RULE-ID
                                                WS-BEST-RULE-RANK.
           MOVE WS-LIST-PRICE                TO WS-BEST-RULE-PRICE.
           MOVE PRODGRP-TEXT                 TO WS-LINE-PRODGRP.
           MOVE WS-QUANTITY-NUM              TO WS-RULE-QTY.

           EXEC SQL
                OPEN RULE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDORDER - PRICE RULE OPEN FAILED SQLCODE='
                        SQLCODE
               MOVE 'PRICE RULE LOOKUP FAILED'
                 TO WS-REASON
               GO TO 3400-EXIT
           END-IF.

           MOVE 'N'                          TO WS-RULE-EOF-SW.
           PERFORM 3410-PRICE-ONE-RULE
              THRU 3410-EXIT
              UNTIL WS-RULE-IS-EOF.

           EXEC SQL
                CLOSE RULE-CSR
           END-EXEC.

           IF WS-REASON NOT = SPACES
               GO TO 3400-EXIT
           END-IF.

           IF WS-BEST-RULE-ID NOT = ZERO
               MOVE WS-BEST-RULE-PRICE       TO WS-UNIT-PRICE
           END-IF.
           .
       3400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3410-PRICE-ONE-RULE                         *
      ******************************************************************
       3410-PRICE-ONE-RULE.

           EXEC SQL
                FETCH RULE-CSR
                 INTO :RULE-ID
                    , :RULE-MATCH-TYPE
                    , :RULE-DEPTNUMB
                    , :RULE-PRICE-TYPE
                    , :RULE-VALUE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-RULE-IS-EOF        TO TRUE
                   GO TO 3410-EXIT
               WHEN OTHER
                   DISPLAY 'PRDORDER - PRICE RULE FETCH FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 'PRICE RULE LOOKUP FAILED'
                     TO WS-REASON
                   SET WS-RULE-IS-EOF        TO TRUE
                   GO TO 3410-EXIT
           END-EVALUATE.

           IF RULE-PERCENT-OFF
               COMPUTE WS-RULE-PRICE ROUNDED =
                       WS-LIST-PRICE * (100 - RULE-VALUE) / 100
           ELSE
               MOVE RULE-VALUE               TO WS-RULE-PRICE
           END-IF.

           IF WS-RULE-PRICE < ZERO
               MOVE ZEROES                   TO WS-RULE-PRICE
           END-IF.

           MOVE 1                            TO WS-RULE-RANK.
           IF RULE-DEPTNUMB NOT = ZERO
               ADD 2                         TO WS-RULE-RANK
           END-IF.
           IF RULE-MATCHES-PRODUCT
               ADD 1                         TO WS-RULE-RANK
           END-IF.

           IF WS-RULE-PRICE < WS-BEST-RULE-PRICE
              OR (WS-RULE-PRICE = WS-BEST-RULE-PRICE
                  AND WS-BEST-RULE-ID NOT = ZERO
                  AND WS-RULE-RANK > WS-BEST-RULE-RANK)
               MOVE RULE-ID                  TO WS-BEST-RULE-ID
               MOVE WS-RULE-PRICE            TO WS-BEST-RULE-PRICE
               MOVE WS-RULE-RANK             TO WS-BEST-RULE-RANK
           END-IF.
           .
       3410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3500-PRICE-CREDIT-LINE                       *
      * A CREDIT IS PRICED FROM THE STORED LINE IT NAMES - THE UNIT    *
      * PRICE THAT LINE WAS CHARGED, WITH ITS LIST PRICE, RULE AND     *
      * DEFAULT MARK - NEVER FROM TODAY'S PRICE. THE LINE MUST BE AN   *
      * ORDER LINE (NOT A CREDIT) OF THE SAME DEPARTMENT AND PRODUCT,  *
      * AND THE CREDIT QUANTITY MAY NOT EXCEED WHAT IS LEFT OF THE     *
      * LINE AFTER THE CREDITS ALREADY STORED AGAINST IT AND THOSE IN  *
      * THE CREDIT ORDER IN HAND.                                      *
      ******************************************************************
       3500-PRICE-CREDIT-LINE.

           IF ORD-CR-ORDER-ID NOT NUMERIC
              OR ORD-CR-LINE-NUM NOT NUMERIC
              OR ORD-CR-ORDER-ID = ZEROES
              OR ORD-CR-LINE-NUM = ZEROES
               MOVE 'CREDIT ORDER/LINE NOT NUMERIC'
                 TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           MOVE ORD-CR-ORDER-ID              TO WS-CR-ORDER-ID.
           MOVE ORD-CR-LINE-NUM              TO WS-CR-LINE-NUM.

           EXEC SQL
                SELECT  ORDL_DEPTNUMB
                       ,ORDL_PRODNUM
                       ,ORDL_QUANTITY
                       ,ORDL_UNIT_PRICE
                       ,ORDL_PRICE_SOURCE
                       ,ORDL_LIST_PRICE
                       ,ORDL_RULE_ID
                  INTO  :ORDL-DEPTNUMB
                       ,:ORDL-PRODNUM
                       ,:ORDL-QUANTITY
                       ,:ORDL-UNIT-PRICE
                       ,:ORDL-PRICE-SOURCE
                       ,:ORDL-LIST-PRICE
                       ,:ORDL-RULE-ID
                  FROM Q.PRODORD_LINE
                 WHERE ORDL_ORDER_ID = :WS-CR-ORDER-ID
                   AND ORDL_LINE_NUM = :WS-CR-LINE-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'CREDITED LINE NOT ON FILE'
                     TO WS-REASON
                   GO TO 3500-EXIT
               WHEN OTHER
                   MOVE SQLCODE              TO WS-CR-SQLCODE-DSP
                   DISPLAY 'PRDORDER - CREDITED LINE LOOKUP FAILED '
                           'SQLCODE=' WS-CR-SQLCODE-DSP
                   MOVE 'CREDITED LINE LOOKUP FAILED'
                     TO WS-REASON
                   GO TO 3500-EXIT
           END-EVALUATE.

           IF ORDL-PRICE-CREDIT
               MOVE 'LINE NAMED IS ITSELF A CREDIT'
                 TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           IF ORDL-DEPTNUMB NOT = WS-DEPTNUMB-NUM
               MOVE 'CREDIT DEPT NOT ORDER DEPT' TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           IF ORDL-PRODNUM NOT = WS-PRODNUM-NUM
               MOVE 'CREDIT PRODNUM NOT ON LINE' TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           MOVE ORDL-QUANTITY                TO WS-CR-ORIG-QTY.

      * CREDIT LINES ARE STORED WITH NEGATIVE QUANTITIES, SO THIS SUM
      * IS ZERO OR LESS.
           EXEC SQL
                SELECT COALESCE(SUM(ORDL_QUANTITY), 0)
                  INTO :WS-CR-CREDITED-QTY
                  FROM Q.PRODORD_LINE
                 WHERE ORDL_CR_ORDER_ID = :WS-CR-ORDER-ID
                   AND ORDL_CR_LINE_NUM = :WS-CR-LINE-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                  TO WS-CR-SQLCODE-DSP
               DISPLAY 'PRDORDER - PRIOR CREDIT LOOKUP FAILED '
                       'SQLCODE=' WS-CR-SQLCODE-DSP
               MOVE 'CREDITED LINE LOOKUP FAILED'
                 TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           MOVE ZEROES                       TO WS-CR-PENDING-QTY.

           PERFORM 3510-ADD-PENDING-CREDIT
              THRU 3510-EXIT
              VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED.

           COMPUTE WS-CR-UNCREDITED-QTY =
                   WS-CR-ORIG-QTY + WS-CR-CREDITED-QTY
                                  - WS-CR-PENDING-QTY.

           IF WS-QUANTITY-NUM > WS-CR-UNCREDITED-QTY
               MOVE WS-CR-UNCREDITED-QTY     TO WS-CR-UNCREDITED-DSP
               DISPLAY 'PRDORDER - CREDIT FOR ORDER ' ORD-CR-ORDER-ID
                       ' LINE ' ORD-CR-LINE-NUM ' QTY '
                       WS-QUANTITY-NUM ' OVER UNCREDITED QTY '
                       WS-CR-UNCREDITED-DSP
               MOVE 'CREDIT OVER UNCREDITED QTY' TO WS-REASON
               GO TO 3500-EXIT
           END-IF.

           MOVE ORDL-UNIT-PRICE              TO WS-UNIT-PRICE.
           MOVE ORDL-LIST-PRICE              TO WS-LIST-PRICE.
           MOVE ORDL-RULE-ID                 TO WS-BEST-RULE-ID.

           IF ORDL-PRICE-DEFAULTED
               MOVE '*'                      TO WS-PRICE-DEFAULTED
           ELSE
               MOVE SPACE                    TO WS-PRICE-DEFAULTED
           END-IF.
           .
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3510-ADD-PENDING-CREDIT                       *
      ******************************************************************
       3510-ADD-PENDING-CREDIT.

           IF WS-OL-CR-ORDER-ID(WS-ORDER-LINE-SUB) = WS-CR-ORDER-ID
            AND WS-OL-CR-LINE-NUM(WS-ORDER-LINE-SUB) = WS-CR-LINE-NUM
               ADD WS-OL-QUANTITY(WS-ORDER-LINE-SUB)
                                             TO WS-CR-PENDING-QTY
           END-IF.
           .
       3510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3600-CHECK-LIFECYCLE                        *
      * A PRODUCT DISCONTINUED AS OF THE LINE'S PRICE DATE IS REPLACED *
      * BY ITS PROD_REPL_PRODNUM: THE LINE IS PRICED AND STORED FOR    *
      * THE REPLACEMENT, WITH THE PRODNUM ORDERED KEPT FOR THE FLAG.   *
      * ONE REPLACEMENT ONLY - A REPLACEMENT THAT IS ITSELF GONE, OR   *
      * NO REPLACEMENT AT ALL, REJECTS THE LINE.                       *
      ******************************************************************
       3600-CHECK-LIFECYCLE.

           PERFORM 3610-TEST-AVAILABLE
              THRU 3610-EXIT.

           IF WS-PRODUCT-IS-AVAILABLE
               GO TO 3600-EXIT
           END-IF.

           IF PROD-REPL-PRODNUM = ZERO
               MOVE 'PRODUCT DISCONTINUED, NO REPL'
                 TO WS-REASON
               GO TO 3600-EXIT
           END-IF.

           MOVE WS-PRODNUM-NUM               TO WS-SUBST-FROM-PRODNUM.
           MOVE PROD-REPL-PRODNUM            TO WS-PRODNUM-NUM.

           PERFORM 3050-READ-PRODUCT
              THRU 3050-EXIT.

           IF SQLCODE NOT = 0
               MOVE 'REPLACEMENT NOT ON Q.PRODUCTS'
                 TO WS-REASON
               GO TO 3600-EXIT
           END-IF.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                   TO PRODNAME-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(3) < ZERO
               MOVE SPACES                   TO PRODGRP-TEXT
           END-IF.

           PERFORM 3610-TEST-AVAILABLE
              THRU 3610-EXIT.

           IF NOT WS-PRODUCT-IS-AVAILABLE
               MOVE 'REPLACEMENT ALSO DISCONTINUED'
                 TO WS-REASON
           END-IF.
           .
       3600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3610-TEST-AVAILABLE                         *
      ******************************************************************
       3610-TEST-AVAILABLE.

           MOVE 'Y'                          TO WS-PRODUCT-AVAIL-SW.

           IF PROD-IS-DISCONTINUED
               MOVE 'N'                      TO WS-PRODUCT-AVAIL-SW
           END-IF.

           IF PROD-IS-PENDING-DISC
              AND PROD-DISC-DATE NOT = SPACES
              AND PROD-DISC-DATE NOT > WS-PRICE-DATE
               MOVE 'N'                      TO WS-PRODUCT-AVAIL-SW
           END-IF.
           .
       3610-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-EXTEND-AND-HOLD                        *
      * EXTENDS AT THE PRICE 3400 SETTLED ON. THE PRICED LINE JOINS    *
      * THE ORDER IN HAND; 6000 WRITES IT. A FULL ORDER TABLE IS       *
      * CLOSED AND THE ORDER CARRIES ON UNDER A NEW ORDER ID.          *
      ******************************************************************
       4000-EXTEND-AND-HOLD.

           IF ORD-IS-CREDIT
               CONTINUE
           ELSE
               IF WS-PRICE-DEFAULTED = '*'
                   ADD 1                     TO WS-DEFAULTED-COUNT
               END-IF
               IF WS-BEST-RULE-ID NOT = ZERO
                   ADD 1                     TO WS-RULE-PRICED-COUNT
               END-IF
               MOVE ZEROES                   TO WS-CR-ORDER-ID
                                                WS-CR-LINE-NUM
           END-IF.

           COMPUTE WS-EXTENDED =
                   WS-QUANTITY-NUM * WS-UNIT-PRICE.

           IF WS-ORDER-LINES-USED NOT < WS-MAX-ORDER-LINES
               DISPLAY 'PRDORDER - ORDER FOR DEPT ' WS-DEPTNUMB-NUM
                       ' REF ' WS-ORDER-KEY-REF ' OVER '
                       WS-MAX-ORDER-LINES ' LINES - SPLIT'
               PERFORM 6000-CLOSE-ORDER
                  THRU 6000-EXIT
           END-IF.

           ADD 1                             TO WS-ORDER-LINES-USED.
           MOVE WS-ORDER-LINES-USED          TO WS-ORDER-LINE-SUB.

           MOVE WS-DEPTNUMB-NUM              TO WS-ORDER-DEPTNUMB.
           MOVE DEPTNAME-TEXT                TO WS-ORDER-DEPTNAME.
           MOVE DIVISION-TEXT                TO WS-ORDER-DIVISION.
           MOVE WS-PRICE-DATE                TO WS-ORDER-PRICE-DATE.
           MOVE WS-LINE-CAL-ID               TO WS-ORDER-CAL-ID.

           MOVE ORDER-INPUT-RECORD
             TO WS-OL-INPUT-RECORD(WS-ORDER-LINE-SUB).
           MOVE WS-PRODNUM-NUM
             TO WS-OL-PRODNUM(WS-ORDER-LINE-SUB).
           MOVE PRODNAME-TEXT
             TO WS-OL-PRODNAME(WS-ORDER-LINE-SUB).
           MOVE WS-QUANTITY-NUM
             TO WS-OL-QUANTITY(WS-ORDER-LINE-SUB).
           MOVE WS-UNIT-PRICE
             TO WS-OL-UNIT-PRICE(WS-ORDER-LINE-SUB).
           MOVE WS-PRICE-DEFAULTED
             TO WS-OL-PRICE-DEFAULTED(WS-ORDER-LINE-SUB).
           MOVE WS-EXTENDED
             TO WS-OL-EXTENDED(WS-ORDER-LINE-SUB).
           MOVE WS-LIST-PRICE
             TO WS-OL-LIST-PRICE(WS-ORDER-LINE-SUB).
           MOVE WS-BEST-RULE-ID
             TO WS-OL-RULE-ID(WS-ORDER-LINE-SUB).
           MOVE WS-CR-ORDER-ID
             TO WS-OL-CR-ORDER-ID(WS-ORDER-LINE-SUB).
           MOVE WS-CR-LINE-NUM
             TO WS-OL-CR-LINE-NUM(WS-ORDER-LINE-SUB).
           MOVE WS-SUBST-FROM-PRODNUM
             TO WS-OL-SUBST-PRODNUM(WS-ORDER-LINE-SUB).
           MOVE WS-CUR-STG-LINE-ID
             TO WS-OL-STG-LINE-ID(WS-ORDER-LINE-SUB).
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-ACCUMULATE-REGISTER                     *
      ******************************************************************
       5000-ACCUMULATE-REGISTER.

           MOVE ZEROES                       TO WS-REG-HIT-SUB.

           PERFORM 5100-MATCH-REGISTER-ROW
              THRU 5100-EXIT
              VARYING WS-REG-SUB FROM 1 BY 1
                UNTIL WS-REG-SUB > WS-REGISTER-USED
                   OR WS-REG-HIT-SUB > ZEROES.

           IF WS-REG-HIT-SUB = ZEROES
               IF WS-REGISTER-USED < WS-MAX-REGISTER-ROWS
                   ADD 1                     TO WS-REGISTER-USED
                   MOVE WS-REGISTER-USED     TO WS-REG-HIT-SUB
                   MOVE DIVISION-TEXT
                     TO WS-REG-DIVISION(WS-REG-HIT-SUB)
                   MOVE DEPTNAME-TEXT
                     TO WS-REG-DEPTNAME(WS-REG-HIT-SUB)
                   MOVE ZEROES
                     TO WS-REG-LINES(WS-REG-HIT-SUB)
                        WS-REG-AMOUNT(WS-REG-HIT-SUB)
                        WS-REG-CR-LINES(WS-REG-HIT-SUB)
                        WS-REG-CR-AMOUNT(WS-REG-HIT-SUB)
               ELSE
                   MOVE WS-MAX-REGISTER-ROWS TO WS-REG-HIT-SUB
                   MOVE '*OVRFLW*'
                     TO WS-REG-DIVISION(WS-REG-HIT-SUB)
               END-IF
           END-IF.

           IF WS-ORDER-IS-CREDIT
               ADD 1           TO WS-REG-CR-LINES(WS-REG-HIT-SUB)
               ADD WS-EXTENDED TO WS-REG-CR-AMOUNT(WS-REG-HIT-SUB)
           ELSE
               ADD 1           TO WS-REG-LINES(WS-REG-HIT-SUB)
               ADD WS-EXTENDED TO WS-REG-AMOUNT(WS-REG-HIT-SUB)
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5100-MATCH-REGISTER-ROW                     *
      ******************************************************************
       5100-MATCH-REGISTER-ROW.

           IF WS-REG-DIVISION(WS-REG-SUB) = DIVISION-TEXT
            AND WS-REG-DEPTNAME(WS-REG-SUB) = DEPTNAME-TEXT
               MOVE WS-REG-SUB               TO WS-REG-HIT-SUB
           END-IF.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       6000-CLOSE-ORDER                         *
      * THE ORDER IN HAND IS STORED AS ONE UNIT OF WORK - HEADER, THEN *
      * ITS LINES - AND ONLY ONCE IT IS COMMITTED ARE ITS LINES        *
      * WRITTEN TO ORDOUT AND THE REGISTER. AN ORDER THAT FAILS IS     *
      * ROLLED BACK AND EVERY LINE GOES TO ORDERR SO IT CAN BE RE-RUN. *
      * STAGED LINES ARE MARKED P IN THE ORDER'S OWN UNIT OF WORK, AND *
      * H OR R WHEN IT IS HELD OR FAILS.                               *
      ******************************************************************
       6000-CLOSE-ORDER.

           MOVE ZEROES                       TO WS-ORDER-TOTAL
                                                WS-ORDER-SQLCODE.

           PERFORM 6050-TOTAL-ONE-LINE
              THRU 6050-EXIT
              VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED.

      * A CREDIT ONLY EVER LOWERS THE DEPARTMENT'S SPEND - IT IS NOT
      * CHECKED AGAINST THE BUDGET.
           MOVE 'N'                          TO WS-BUDGET-HOLD-SW.

           IF NOT WS-ORDER-IS-CREDIT
               PERFORM 6500-CHECK-BUDGET
                  THRU 6500-EXIT
           END-IF.

           IF WS-ORDER-ON-HOLD
               PERFORM 6700-RELEASE-OR-HOLD
                  THRU 6700-EXIT
           END-IF.

           IF WS-ORDER-ON-HOLD
               SET ORDS-IS-HELD              TO TRUE
               MOVE ZEROES                   TO ORDS-ORDER-ID
               MOVE WS-HOLD-REASON           TO ORDS-RESULT
               PERFORM 6850-MARK-ORDER-LINE
                  THRU 6850-EXIT
                  VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                    UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE ZEROES                   TO WS-ORDER-LINES-USED
               GO TO 6000-EXIT
           END-IF.

           ADD 1                             TO WS-LAST-ORDER-ID.

           PERFORM 6100-INSERT-ORDER-HEADER
              THRU 6100-EXIT.

           PERFORM 6200-INSERT-ORDER-LINE
              THRU 6200-EXIT
              VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED
                   OR WS-ORDER-SQLCODE NOT = ZERO.

           IF WS-ORDER-SQLCODE = ZERO
               SET ORDS-IS-PRICED            TO TRUE
               MOVE WS-LAST-ORDER-ID         TO ORDS-ORDER-ID
               MOVE SPACES                   TO ORDS-RESULT
               PERFORM 6850-MARK-ORDER-LINE
                  THRU 6850-EXIT
                  VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                    UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED
                       OR WS-ORDER-SQLCODE NOT = ZERO
           END-IF.

           IF WS-ORDER-SQLCODE = ZERO
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE SQLCODE                  TO WS-ORDER-SQLCODE
           END-IF.

           IF WS-ORDER-SQLCODE NOT = ZERO
               EXEC SQL
                    ROLLBACK
               END-EXEC
               ADD 1                         TO WS-ORDERS-FAILED-COUNT
               MOVE WS-ORDER-SQLCODE         TO WS-ORDER-SQLCODE-DSP
               DISPLAY 'PRDORDER - ORDER FOR DEPT ' WS-ORDER-DEPTNUMB
                       ' REF ' WS-ORDER-KEY-REF
                       ' NOT STORED SQLCODE=' WS-ORDER-SQLCODE-DSP
               SET ORDS-IS-REJECTED          TO TRUE
               MOVE ZEROES                   TO ORDS-ORDER-ID
               MOVE 'ORDER NOT STORED - SEE LOG'
                                             TO ORDS-RESULT
               PERFORM 6400-REJECT-ORDER-LINE
                  THRU 6400-EXIT
                  VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                    UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED
               SUBTRACT 1                  FROM WS-LAST-ORDER-ID
               PERFORM 6900-RESUME-STAGED-LINES
                  THRU 6900-EXIT
           ELSE
               IF WS-ORDER-IS-CREDIT
                   ADD 1                     TO WS-CREDITS-STORED-COUNT
               ELSE
                   ADD 1                     TO WS-ORDERS-STORED-COUNT
               END-IF
               MOVE WS-ORDER-DEPTNAME        TO DEPTNAME-TEXT
               MOVE WS-ORDER-DIVISION        TO DIVISION-TEXT
               PERFORM 6300-WRITE-ORDER-LINE
                  THRU 6300-EXIT
                  VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                    UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED
           END-IF.

           MOVE ZEROES                       TO WS-ORDER-LINES-USED.
           .
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     6050-TOTAL-ONE-LINE                        *
      ******************************************************************
       6050-TOTAL-ONE-LINE.

           ADD WS-OL-EXTENDED(WS-ORDER-LINE-SUB)
                                             TO WS-ORDER-TOTAL.
           .
       6050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   6100-INSERT-ORDER-HEADER                     *
      ******************************************************************
       6100-INSERT-ORDER-HEADER.

           MOVE WS-LAST-ORDER-ID             TO ORDH-ORDER-ID.
           MOVE WS-ORDER-DEPTNUMB            TO ORDH-DEPTNUMB.
           MOVE WS-ORDER-KEY-REF             TO ORDH-ORDER-REF.
           MOVE WS-ORDER-PRICE-DATE          TO ORDH-ORDER-DATE.
           MOVE WS-ORDER-CAL-ID              TO ORDH-CAL-ID.
           MOVE WS-ORDER-LINES-USED          TO ORDH-LINE-COUNT.

           IF WS-ORDER-IS-CREDIT
               SET ORDH-IS-CREDIT            TO TRUE
               COMPUTE ORDH-TOTAL = ZERO - WS-ORDER-TOTAL
           ELSE
               SET ORDH-IS-ORDER             TO TRUE
               MOVE WS-ORDER-TOTAL           TO ORDH-TOTAL
           END-IF.

           EXEC SQL
                INSERT INTO Q.PRODORD_HDR
                       ( ORDH_ORDER_ID
                       , ORDH_DEPTNUMB
                       , ORDH_ORDER_REF
                       , ORDH_ORDER_DATE
                       , ORDH_CAL_ID
                       , ORDH_LINE_COUNT
                       , ORDH_TOTAL
                       , ORDH_LOADED_BY
                       , ORDH_LOADED_TS
                       , ORDH_ORDER_TYPE )
                VALUES ( :ORDH-ORDER-ID
                       , :ORDH-DEPTNUMB
                       , :ORDH-ORDER-REF
                       , DATE(:ORDH-ORDER-DATE)
                       , :ORDH-CAL-ID
                       , :ORDH-LINE-COUNT
                       , :ORDH-TOTAL
                       , USER
                       , CURRENT TIMESTAMP
                       , :ORDH-ORDER-TYPE )
           END-EXEC.

           MOVE SQLCODE                      TO WS-ORDER-SQLCODE.
           .
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6200-INSERT-ORDER-LINE                      *
      ******************************************************************
       6200-INSERT-ORDER-LINE.

           MOVE WS-LAST-ORDER-ID             TO ORDL-ORDER-ID.
           MOVE WS-ORDER-DEPTNUMB            TO ORDL-DEPTNUMB.
           MOVE WS-ORDER-LINE-SUB            TO ORDL-LINE-NUM.
           MOVE WS-OL-PRODNUM(WS-ORDER-LINE-SUB)
             TO ORDL-PRODNUM.
           MOVE WS-OL-QUANTITY(WS-ORDER-LINE-SUB)
             TO ORDL-QUANTITY.
           MOVE WS-OL-UNIT-PRICE(WS-ORDER-LINE-SUB)
             TO ORDL-UNIT-PRICE.
           MOVE WS-OL-EXTENDED(WS-ORDER-LINE-SUB)
             TO ORDL-EXTENDED.

           MOVE WS-OL-LIST-PRICE(WS-ORDER-LINE-SUB)
             TO ORDL-LIST-PRICE.
           MOVE WS-OL-RULE-ID(WS-ORDER-LINE-SUB)
             TO ORDL-RULE-ID.
           MOVE WS-OL-CR-ORDER-ID(WS-ORDER-LINE-SUB)
             TO ORDL-CR-ORDER-ID.
           MOVE WS-OL-CR-LINE-NUM(WS-ORDER-LINE-SUB)
             TO ORDL-CR-LINE-NUM.
           MOVE WS-OL-SUBST-PRODNUM(WS-ORDER-LINE-SUB)
             TO ORDL-SUBST-PRODNUM.

           IF WS-ORDER-IS-CREDIT
               COMPUTE ORDL-QUANTITY = ZERO - ORDL-QUANTITY
               COMPUTE ORDL-EXTENDED = ZERO - ORDL-EXTENDED
           END-IF.

           EVALUATE TRUE
               WHEN WS-ORDER-IS-CREDIT
                   SET ORDL-PRICE-CREDIT     TO TRUE
               WHEN WS-OL-RULE-ID(WS-ORDER-LINE-SUB) NOT = ZERO
                   SET ORDL-PRICE-BY-RULE    TO TRUE
               WHEN WS-OL-PRICE-DEFAULTED(WS-ORDER-LINE-SUB) = '*'
                   SET ORDL-PRICE-DEFAULTED  TO TRUE
               WHEN OTHER
                   SET ORDL-PRICE-ACTUAL     TO TRUE
           END-EVALUATE.

           EXEC SQL
                INSERT INTO Q.PRODORD_LINE
                       ( ORDL_ORDER_ID
                       , ORDL_DEPTNUMB
                       , ORDL_LINE_NUM
                       , ORDL_PRODNUM
                       , ORDL_QUANTITY
                       , ORDL_UNIT_PRICE
                       , ORDL_PRICE_SOURCE
                       , ORDL_EXTENDED
                       , ORDL_LIST_PRICE
                       , ORDL_RULE_ID
                       , ORDL_CR_ORDER_ID
                       , ORDL_CR_LINE_NUM
                       , ORDL_SUBST_PRODNUM )
                VALUES ( :ORDL-ORDER-ID
                       , :ORDL-DEPTNUMB
                       , :ORDL-LINE-NUM
                       , :ORDL-PRODNUM
                       , :ORDL-QUANTITY
                       , :ORDL-UNIT-PRICE
                       , :ORDL-PRICE-SOURCE
                       , :ORDL-EXTENDED
                       , :ORDL-LIST-PRICE
                       , :ORDL-RULE-ID
                       , :ORDL-CR-ORDER-ID
                       , :ORDL-CR-LINE-NUM
                       , :ORDL-SUBST-PRODNUM )
           END-EXEC.

           MOVE SQLCODE                      TO WS-ORDER-SQLCODE.
           .
       6200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6300-WRITE-ORDER-LINE                       *
      ******************************************************************
       6300-WRITE-ORDER-LINE.

           MOVE WS-OL-UNIT-PRICE(WS-ORDER-LINE-SUB)
             TO WS-UNIT-PRICE.
           MOVE WS-OL-EXTENDED(WS-ORDER-LINE-SUB)
             TO WS-EXTENDED.

           MOVE SPACES                       TO ORDER-PRICED-RECORD.
           MOVE WS-OL-PRODNUM(WS-ORDER-LINE-SUB)
             TO OUT-PRODNUM.
           MOVE WS-OL-PRODNAME(WS-ORDER-LINE-SUB)
             TO OUT-PRODNAME.
           MOVE WS-OL-QUANTITY(WS-ORDER-LINE-SUB)
             TO OUT-QUANTITY.
           MOVE WS-UNIT-PRICE                TO OUT-UNIT-PRICE.
           MOVE WS-OL-PRICE-DEFAULTED(WS-ORDER-LINE-SUB)
             TO OUT-PRICE-DEFAULTED.
           MOVE WS-EXTENDED                  TO OUT-EXTENDED.
           MOVE WS-ORDER-DEPTNUMB            TO OUT-DEPTNUMB.
           MOVE WS-ORDER-DEPTNAME            TO OUT-DEPTNAME.
           MOVE WS-ORDER-PRICE-DATE          TO OUT-PRICE-DATE.
           MOVE WS-ORDER-CAL-ID              TO OUT-CAL-ID.
           MOVE WS-OL-LIST-PRICE(WS-ORDER-LINE-SUB)
             TO OUT-LIST-PRICE.
           MOVE WS-OL-RULE-ID(WS-ORDER-LINE-SUB)
             TO OUT-RULE-ID.
           MOVE ZEROES                       TO OUT-CR-ORDER-ID
                                                OUT-CR-LINE-NUM
                                                OUT-ORDERED-PRODNUM.

           IF WS-OL-SUBST-PRODNUM(WS-ORDER-LINE-SUB) NOT = ZERO
               MOVE 'S'                      TO OUT-SUBST-FLAG
               MOVE WS-OL-SUBST-PRODNUM(WS-ORDER-LINE-SUB)
                 TO OUT-ORDERED-PRODNUM
               ADD 1                         TO WS-SUBSTITUTED-COUNT
           END-IF.

           IF WS-ORDER-IS-CREDIT
               MOVE 'C'                      TO OUT-LINE-TYPE
               MOVE WS-OL-CR-ORDER-ID(WS-ORDER-LINE-SUB)
                 TO OUT-CR-ORDER-ID
               MOVE WS-OL-CR-LINE-NUM(WS-ORDER-LINE-SUB)
                 TO OUT-CR-LINE-NUM
               ADD 1                         TO WS-CREDIT-LINES-COUNT
           ELSE
               ADD 1                         TO WS-PRICED-COUNT
           END-IF.

           WRITE ORDER-PRICED-RECORD.

           PERFORM 5000-ACCUMULATE-REGISTER
              THRU 5000-EXIT.
           .
       6300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6400-REJECT-ORDER-LINE                      *
      ******************************************************************
       6400-REJECT-ORDER-LINE.

           ADD 1                             TO WS-REJECT-COUNT.
           MOVE SPACES                       TO ORDER-ERROR-RECORD.
           MOVE WS-OL-INPUT-RECORD(WS-ORDER-LINE-SUB)
             TO ERR-ORIGINAL.
           MOVE 'ORDER NOT STORED - SEE LOG'  TO ERR-REASON.
           WRITE ORDER-ERROR-RECORD.

           PERFORM 6850-MARK-ORDER-LINE
              THRU 6850-EXIT.
           .
       6400-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      6500-CHECK-BUDGET                         *
      * PLACES THE ORDER'S PRICE DATE IN ITS FISCAL PERIOD AND SETS    *
      * THE HOLD SWITCH WHEN THE ORDER TOTAL IS MORE THAN THE          *
      * DEPARTMENT'S BUDGET LESS WHAT IT HAS ALREADY STORED FOR THE    *
      * PERIOD (ORDERS STORED EARLIER THIS RUN ARE COMMITTED, SO THEY  *
      * COUNT). NO BUDGET ROW MEANS NO LIMIT. A PERIOD OR BUDGET THAT  *
      * CANNOT BE READ HOLDS THE ORDER RATHER THAN LET IT THROUGH      *
      * UNCHECKED.                                                     *
      ******************************************************************
       6500-CHECK-BUDGET.

           MOVE 'N'                          TO WS-BUDGET-HOLD-SW.
           MOVE SPACES                       TO WS-HOLD-REASON.

           MOVE WS-ORDER-CAL-ID              TO WS-LK-CALENDAR-ID.
           MOVE SPACES                       TO WS-LK-CHECK-DATE
                                                WS-LK-ARITH-FROM-DATE
                                                WS-LK-ARITH-TO-DATE.
           MOVE WS-ORDER-PRICE-DATE          TO WS-LK-FISCAL-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-FISCAL-RESULT NOT = 'F'
               SET WS-ORDER-ON-HOLD          TO TRUE
               STRING 'NO FISCAL PERIOD FOR ' WS-ORDER-PRICE-DATE
                      DELIMITED BY SIZE    INTO WS-HOLD-REASON
               GO TO 6500-EXIT
           END-IF.

           MOVE WS-ORDER-DEPTNUMB            TO BUDG-DEPTNUMB.
           MOVE WS-LK-FISCAL-YEAR            TO BUDG-FISCAL-YEAR
                                                WS-BUDGET-YEAR-DSP.
           MOVE WS-LK-FISCAL-PERIOD          TO BUDG-PERIOD
                                                WS-BUDGET-PERIOD-DSP.

           EXEC SQL
                SELECT  BUDG_AMOUNT
                  INTO  :BUDG-AMOUNT
                  FROM Q.DEPTBUDG
                 WHERE BUDG_DEPTNUMB    = :BUDG-DEPTNUMB
                   AND BUDG_FISCAL_YEAR = :BUDG-FISCAL-YEAR
                   AND BUDG_PERIOD      = :BUDG-PERIOD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   ADD 1                     TO WS-NO-BUDGET-COUNT
                   GO TO 6500-EXIT
               WHEN OTHER
                   MOVE SQLCODE              TO WS-BUDGET-SQLCODE-DSP
                   SET WS-ORDER-ON-HOLD      TO TRUE
                   STRING 'BUDGET LOOKUP FAILED SQLCODE='
                          WS-BUDGET-SQLCODE-DSP
                          DELIMITED BY SIZE INTO WS-HOLD-REASON
                   GO TO 6500-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT COALESCE(SUM(ORDH_TOTAL), 0)
                  INTO :WS-BUDGET-SPENT
                  FROM Q.PRODORD_HDR
                 WHERE ORDH_DEPTNUMB = :BUDG-DEPTNUMB
                   AND ORDH_ORDER_DATE
                       BETWEEN DATE(:WS-LK-FISCAL-PER-START)
                           AND DATE(:WS-LK-FISCAL-PER-END)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                  TO WS-BUDGET-SQLCODE-DSP
               SET WS-ORDER-ON-HOLD          TO TRUE
               STRING 'BUDGET SPEND LOOKUP FAILED SQLCODE='
                      WS-BUDGET-SQLCODE-DSP
                      DELIMITED BY SIZE    INTO WS-HOLD-REASON
               GO TO 6500-EXIT
           END-IF.

           COMPUTE WS-BUDGET-REMAINING = BUDG-AMOUNT - WS-BUDGET-SPENT.

           IF WS-ORDER-TOTAL > WS-BUDGET-REMAINING
               MOVE WS-BUDGET-REMAINING      TO WS-BUDGET-REMAINING-DSP
               SET WS-ORDER-ON-HOLD          TO TRUE
               STRING 'OVER BUDGET FY' WS-BUDGET-YEAR-DSP
                      ' P' WS-BUDGET-PERIOD-DSP
                      ' REMAINING' WS-BUDGET-REMAINING-DSP
                      DELIMITED BY SIZE    INTO WS-HOLD-REASON
           END-IF.
           .
       6500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     6510-MATCH-RELEASE                         *
      ******************************************************************
       6510-MATCH-RELEASE.

           IF WS-REL-DEPTNUMB(WS-REL-SUB) = WS-ORDER-KEY-DEPTNUMB
            AND WS-REL-ORDER-REF(WS-REL-SUB) = WS-ORDER-KEY-REF
               MOVE WS-REL-SUB               TO WS-REL-HIT-SUB
           END-IF.
           .
       6510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6600-HOLD-ORDER-LINE                        *
      * THE LINE GOES TO ORDHELD AS KEYED, WITH THE HOLD REASON IN     *
      * COLS 30-80, SO THE HELD FILE CAN BE FED BACK IN AS ORDIN.      *
      ******************************************************************
       6600-HOLD-ORDER-LINE.

           MOVE WS-OL-INPUT-RECORD(WS-ORDER-LINE-SUB)
             TO ORDER-HELD-RECORD.
           MOVE WS-HOLD-REASON               TO HLD-REASON.
           WRITE ORDER-HELD-RECORD.

           ADD 1                             TO WS-HELD-LINES-COUNT.
           .
       6600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6700-RELEASE-OR-HOLD                        *
      * A RELEASE CARD FOR THE DEPARTMENT AND ORDER REFERENCE LETS A   *
      * HELD ORDER THROUGH; OTHERWISE ITS LINES GO TO ORDHELD.         *
      ******************************************************************
       6700-RELEASE-OR-HOLD.

           MOVE ZEROES                       TO WS-REL-HIT-SUB.

           PERFORM 6510-MATCH-RELEASE
              THRU 6510-EXIT
              VARYING WS-REL-SUB FROM 1 BY 1
                UNTIL WS-REL-SUB > WS-RELEASE-USED
                   OR WS-REL-HIT-SUB > ZEROES.

           IF WS-REL-HIT-SUB > ZEROES
               MOVE 'N'                      TO WS-BUDGET-HOLD-SW
               MOVE 'Y'
                 TO WS-REL-USED-SW(WS-REL-HIT-SUB)
               ADD 1                         TO WS-ORDERS-RELEASED-COUNT
               DISPLAY 'PRDORDER - ORDER FOR DEPT ' WS-ORDER-DEPTNUMB
                       ' REF ' WS-ORDER-KEY-REF ' RELEASED BY '
                       WS-REL-RELEASED-BY(WS-REL-HIT-SUB) ' - '
                       WS-HOLD-REASON
               GO TO 6700-EXIT
           END-IF.

           ADD 1                             TO WS-ORDERS-HELD-COUNT.
           DISPLAY 'PRDORDER - ORDER FOR DEPT ' WS-ORDER-DEPTNUMB
                   ' REF ' WS-ORDER-KEY-REF ' HELD - ' WS-HOLD-REASON.

           PERFORM 6600-HOLD-ORDER-LINE
              THRU 6600-EXIT
              VARYING WS-ORDER-LINE-SUB FROM 1 BY 1
                UNTIL WS-ORDER-LINE-SUB > WS-ORDER-LINES-USED.
           .
       6700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6800-MARK-STAGED-LINE                       *
      * RECORDS THE OUTCOME IN ORDS-STATUS, ORDS-ORDER-ID AND          *
      * ORDS-RESULT ON THE STAGED LINE ORDS-LINE-ID. A LINE MARKED P   *
      * IS PART OF ITS ORDER'S UNIT OF WORK, SO A FAILURE THERE FAILS  *
      * THE ORDER; ANY OTHER FAILURE IS LOGGED AND THE LINE STAYS I.   *
      ******************************************************************
       6800-MARK-STAGED-LINE.

           EXEC SQL
                UPDATE Q.PRODORD_STG
                   SET ORDS_STATUS   = :ORDS-STATUS
                     , ORDS_ORDER_ID = :ORDS-ORDER-ID
                     , ORDS_RESULT   = :ORDS-RESULT
                     , ORDS_CHG_USER = USER
                     , ORDS_CHG_TS   = CURRENT TIMESTAMP
                 WHERE ORDS_LINE_ID  = :ORDS-LINE-ID
                   AND ORDS_STATUS   = 'I'
           END-EXEC.

           IF ORDS-IS-PRICED
               IF SQLCODE = 100
                   MOVE -100                 TO WS-ORDER-SQLCODE
               ELSE
                   MOVE SQLCODE              TO WS-ORDER-SQLCODE
               END-IF
               GO TO 6800-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1                      TO WS-STAGED-MARK-FAIL-COUNT
               MOVE SQLCODE                  TO WS-STG-SQLCODE-DSP
               MOVE ORDS-LINE-ID             TO WS-STG-LINE-ID-DSP
               DISPLAY 'PRDORDER - STAGED LINE ' WS-STG-LINE-ID-DSP
                       ' NOT MARKED ' ORDS-STATUS
                       ' SQLCODE=' WS-STG-SQLCODE-DSP
           END-IF.
           .
       6800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    6850-MARK-ORDER-LINE                        *
      * 6800 FOR A LINE OF THE ORDER IN HAND, IF IT WAS STAGED.        *
      ******************************************************************
       6850-MARK-ORDER-LINE.

           IF WS-OL-STG-LINE-ID(WS-ORDER-LINE-SUB) = ZERO
               GO TO 6850-EXIT
           END-IF.

           MOVE WS-OL-STG-LINE-ID(WS-ORDER-LINE-SUB)
             TO ORDS-LINE-ID.

           PERFORM 6800-MARK-STAGED-LINE
              THRU 6800-EXIT.
           .
       6850-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  6900-RESUME-STAGED-LINES                      *
      * AFTER A FAILED ORDER: COMMITS THE R MARKS, AND - THE ROLLBACK  *
      * HAVING CLOSED STAGE-CSR - OPENS IT AGAIN. EVERY LINE BEFORE    *
      * THE ONE IN HAND IS NO LONGER I, SO THE FIRST ROW BACK IS THE   *
      * LINE IN HAND ITSELF AND IS PASSED OVER.                        *
      ******************************************************************
       6900-RESUME-STAGED-LINES.

           EXEC SQL
                COMMIT
           END-EXEC.

           IF NOT WS-READING-STAGED
              OR WS-IS-EOF
               GO TO 6900-EXIT
           END-IF.

           EXEC SQL
                OPEN STAGE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                  TO WS-STG-SQLCODE-DSP
               DISPLAY 'PRDORDER - STAGED LINE REOPEN FAILED SQLCODE='
                        WS-STG-SQLCODE-DSP ' - REST LEFT FOR NEXT RUN'
               SET WS-STAGED-READ-FAILED     TO TRUE
               SET WS-IS-EOF                 TO TRUE
               GO TO 6900-EXIT
           END-IF.

           EXEC SQL
                FETCH STAGE-CSR
                 INTO :ORDS-LINE-ID
                    , :ORDS-DEPTNUMB
                    , :ORDS-ORDER-REF
                    , :ORDS-PRODNUM
                    , :ORDS-QUANTITY
           END-EXEC.

           IF SQLCODE NOT = 0
              OR ORDS-LINE-ID NOT = WS-CUR-STG-LINE-ID
               MOVE WS-CUR-STG-LINE-ID       TO WS-STG-LINE-ID-DSP
               DISPLAY 'PRDORDER - STAGED LINES OUT OF STEP AT LINE '
                        WS-STG-LINE-ID-DSP ' - REST LEFT FOR NEXT RUN'
               SET WS-STAGED-READ-FAILED     TO TRUE
               SET WS-IS-EOF                 TO TRUE
               EXEC SQL
                    CLOSE STAGE-CSR
               END-EXEC
           END-IF.
           .
       6900-EXIT.
           EXIT.
      *
      ******************************************************************
                    WS-REJECT-COUNT.
           DISPLAY 'PRDORDER - NULL PRICES DEFAULTED : '
                    WS-DEFAULTED-COUNT.
           DISPLAY 'PRDORDER - LINES PRICED BY RULE  : '
                    WS-RULE-PRICED-COUNT.
           DISPLAY 'PRDORDER - CREDIT LINES PRICED   : '
                    WS-CREDIT-LINES-COUNT.
           DISPLAY 'PRDORDER - DISCONTINUED REPLACED : '
                    WS-SUBSTITUTED-COUNT.
           DISPLAY 'PRDORDER - ORDERS STORED         : '
                    WS-ORDERS-STORED-COUNT.
           DISPLAY 'PRDORDER - CREDITS STORED        : '
                    WS-CREDITS-STORED-COUNT.
           DISPLAY 'PRDORDER - ORDERS NOT STORED     : '
                    WS-ORDERS-FAILED-COUNT.
           DISPLAY 'PRDORDER - ORDERS HELD (BUDGET)  : '
                    WS-ORDERS-HELD-COUNT.
           DISPLAY 'PRDORDER - LINES HELD TO ORDHELD : '
                    WS-HELD-LINES-COUNT.
           DISPLAY 'PRDORDER - HELD ORDERS RELEASED  : '
                    WS-ORDERS-RELEASED-COUNT.
           DISPLAY 'PRDORDER - ORDERS WITH NO BUDGET : '
                    WS-NO-BUDGET-COUNT.
           DISPLAY 'PRDORDER - STAGED LINES READ     : '
                    WS-STAGED-READ-COUNT.
           DISPLAY 'PRDORDER - STAGED LINES UNMARKED : '
                    WS-STAGED-MARK-FAIL-COUNT.
           DISPLAY ' '.
           DISPLAY 'PRDORDER - REGISTER BY DIVISION AND DEPARTMENT'.
           DISPLAY 'DIVISION   DEPARTMENT      LINES         AMOUNT'
                   '  CR LINES        CREDITS             NET'.

           PERFORM 9100-PRINT-ONE-REGISTER-ROW
              THRU 9100-EXIT
              VARYING WS-REG-SUB FROM 1 BY 1
                UNTIL WS-REG-SUB > WS-REGISTER-USED.

           DISPLAY ' '.
           DISPLAY 'PRDORDER - LOCATIONS WITH NO Q.LOCCAL CALENDAR '
                   '(PRICED ON STANDARD)'.

           PERFORM 9200-PRINT-ONE-UNMAPPED-LOC
              THRU 9200-EXIT
              VARYING WS-LOC-SUB FROM 1 BY 1
                UNTIL WS-LOC-SUB > WS-LOCATION-USED.

           IF WS-UNMAPPED-COUNT = ZEROES
               DISPLAY '  NONE'
           END-IF.

           IF WS-LOCATION-USED NOT < WS-MAX-LOCATION-ROWS
               DISPLAY '  (LOCATION TABLE FULL - LATER LOCATIONS NOT '
                       'LISTED)'
           END-IF.

           DISPLAY ' '.
           DISPLAY 'PRDORDER - RELEASE CARDS THAT RELEASED NOTHING'.

           PERFORM 9300-PRINT-ONE-UNUSED-REL
              THRU 9300-EXIT
              VARYING WS-REL-SUB FROM 1 BY 1
                UNTIL WS-REL-SUB > WS-RELEASE-USED.

           IF WS-UNUSED-RELEASE-COUNT = ZEROES
               DISPLAY '  NONE'
           END-IF.
           .
       9000-EXIT.
           EXIT.
       9100-PRINT-ONE-REGISTER-ROW.

           MOVE WS-REG-AMOUNT(WS-REG-SUB)    TO WS-REG-TOTAL-DSP.
           MOVE WS-REG-CR-AMOUNT(WS-REG-SUB) TO WS-REG-CREDIT-DSP.
           COMPUTE WS-REG-NET = WS-REG-AMOUNT(WS-REG-SUB)
                              - WS-REG-CR-AMOUNT(WS-REG-SUB).
           MOVE WS-REG-NET                   TO WS-REG-NET-DSP.

           DISPLAY WS-REG-DIVISION(WS-REG-SUB) ' '
                    WS-REG-DEPTNAME(WS-REG-SUB) '  '
                    WS-REG-LINES(WS-REG-SUB) '  '
                    WS-REG-TOTAL-DSP '     '
                    WS-REG-CR-LINES(WS-REG-SUB) '  '
                    WS-REG-CREDIT-DSP '  '
                    WS-REG-NET-DSP.
           .
       9100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 9200-PRINT-ONE-UNMAPPED-LOC                    *
      ******************************************************************
       9200-PRINT-ONE-UNMAPPED-LOC.

           IF WS-LOC-IS-MAPPED(WS-LOC-SUB)
               GO TO 9200-EXIT
           END-IF.

           ADD 1                             TO WS-UNMAPPED-COUNT.

           IF WS-LOC-NAME(WS-LOC-SUB) = SPACES
               DISPLAY '  (NO LOCATION)  '
                        WS-LOC-LINES(WS-LOC-SUB) ' LINE(S)'
           ELSE
               DISPLAY '  ' WS-LOC-NAME(WS-LOC-SUB) '  '
                        WS-LOC-LINES(WS-LOC-SUB) ' LINE(S)'
           END-IF.
           .
       9200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  9300-PRINT-ONE-UNUSED-REL                     *
      * A CARD THAT MATCHED NO HELD ORDER - MISKEYED, OR THE ORDER WAS *
      * NOT ON THIS RUN OR CAME IN UNDER BUDGET.                       *
      ******************************************************************
       9300-PRINT-ONE-UNUSED-REL.

           IF WS-REL-WAS-USED(WS-REL-SUB)
               GO TO 9300-EXIT
           END-IF.

           ADD 1                             TO WS-UNUSED-RELEASE-COUNT.

           DISPLAY '  DEPT ' WS-REL-DEPTNUMB(WS-REL-SUB)
                   '  REF ' WS-REL-ORDER-REF(WS-REL-SUB)
                   '  BY ' WS-REL-RELEASED-BY(WS-REL-SUB).
           .
       9300-EXIT.
           EXIT.

       END PROGRAM PRDORDER.
