      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCATX.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  PRDCATX:      NIGHTLY PRODUCT CATALOG FEED FOR E-PROCUREMENT  *
      *                                                                *
      *  FUNCTION:     PRDRPT PRINTS THE PRICE LIST, AND THE           *
      *                E-PROCUREMENT CATALOG WAS RETYPED FROM IT EACH  *
      *                QUARTER. THIS JOB WRITES THE CATALOG AS A FILE  *
      *                INSTEAD: ONE DETAIL RECORD FOR EVERY ORDERABLE  *
      *                Q.PRODUCTS ROW (NOT DISCONTINUED, AND NOT       *
      *                PENDING DISCONTINUE WITH ITS DATE REACHED - THE *
      *                SAME TEST AS PRDRPT) PER OWNING DEPARTMENT      *
      *                THROUGH Q.PRODDEPT/Q.ORG, WITH ITS DIVISION.    *
      *                A PRODUCT WHOSE GROUP HAS NO Q.PRODDEPT ROW IS  *
      *                STILL SENT, WITH DEPARTMENT ZERO.               *
      *                                                                *
      *                THE PRICE IS THE ONE IN FORCE TODAY - AN        *
      *                APPROVED Q.PRODPRICE_PEND CHANGE ALREADY IN     *
      *                FORCE BUT NOT YET APPLIED BY PRDPACT IS TAKEN   *
      *                OVER Q.PRODUCTS, AS PRDORDER DOES. A NULL PRICE *
      *                IS SENT AS ZERO WITH THE NULL FLAG SET - NEVER  *
      *                AS A REAL ZERO PRICE. THE NEXT APPROVED CHANGE  *
      *                STILL TO COME, IF ANY, IS SENT WITH ITS         *
      *                EFFECTIVE DATE SO THE CATALOG CAN SHOW IT IN    *
      *                ADVANCE; A LATER ONE FOLLOWS ONCE THAT HAS      *
      *                BEEN APPLIED.                                   *
      *                                                                *
      *                A HEADER LEADS THE FILE AND A TRAILER ENDS IT   *
      *                WITH THE DETAIL COUNT AND A PRICE HASH (EVERY   *
      *                DETAIL'S PRICE PLUS ITS NEXT PRICE), SO THE     *
      *                RECEIVER CAN PROVE IT HAS THE WHOLE FILE. A RUN *
      *                THAT FAILS PART WAY WRITES NO TRAILER.          *
      *                A COMPLETE FEED IS THEN REGISTERED ON THE       *
      *                OUTBOUND MANIFEST (FEED PRDCAT, VIA F5748OBR).  *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  PARAMETERS:   NONE                                            *
      *                                                                *
      *  INPUT/OUTPUT: CATFEED - CATALOG FEED, 100-BYTE FIXED:         *
      *                   'H' HEADER - SOURCE, EXTRACT DATE, RUN       *
      *                       TIMESTAMP, DESCRIPTION                   *
      *                   'D' DETAIL - PRODNUM, PRODNAME, PRODGRP,     *
      *                       STATUS, DISCONTINUE DATE, DEPTNUMB,      *
      *                       DEPTNAME, DIVISION, PRICE 999V99, NULL   *
      *                       FLAG, NEXT PRICE 999V99, NEXT NULL FLAG, *
      *                       NEXT EFFECTIVE DATE (BLANK IF NONE)      *
      *                   'T' TRAILER - DETAIL COUNT, PRICE HASH,      *
      *                       NULL-PRICED COUNT, UPCOMING-CHANGE COUNT *
      *                                                                *
      *  DB2 TABLES:   Q.PRODUCTS, Q.PRODDEPT, Q.ORG (READ)            *
      *                Q.PRODPRICE_PEND (READ)                         *
      *                T_UIS_OUTBOUND_FEED (READ, VIA F5748OBR)        *
      *                T_UIS_OUTBOUND_MANIFEST (INSERT, VIA F5748OBR)  *
      *                                                                *
      *  RETURN CODE:  0 = OK, FEED COMPLETE                           *
      *                4 = FEED COMPLETE BUT NOT REGISTERED ON THE     *
      *                    OUTBOUND MANIFEST - RERUN BEFORE SENDING    *
      *               16 = DB2 OR FILE ERROR - FEED HAS NO TRAILER,    *
      *                    DO NOT SEND                                 *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  COMPLETE FEED REGISTERED ON THE OUTBOUND    *
      *                    MANIFEST (F5748OBR) AFTER IT IS CLOSED      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE              ASSIGN TO CATFEED
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS
                                                 WS-CATALOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CATALOG-RECORD.
           05  CAT-RECORD-TYPE              PIC X(01).
               88  CAT-IS-HEADER                      VALUE 'H'.
               88  CAT-IS-DETAIL                      VALUE 'D'.
               88  CAT-IS-TRAILER                     VALUE 'T'.
           05  CAT-RECORD-BODY              PIC X(99).
           05  CAT-HEADER-VIEW REDEFINES CAT-RECORD-BODY.
               10  CAT-HDR-SOURCE           PIC X(08).
               10  CAT-HDR-EXTRACT-DATE     PIC X(10).
               10  CAT-HDR-RUN-TS           PIC X(26).
               10  CAT-HDR-DESCRIPTION      PIC X(30).
               10  FILLER                   PIC X(25).
           05  CAT-DETAIL-VIEW REDEFINES CAT-RECORD-BODY.
               10  CAT-DTL-PRODNUM          PIC 9(04).
               10  CAT-DTL-PRODNAME         PIC X(11).
               10  CAT-DTL-PRODGRP          PIC X(10).
               10  CAT-DTL-STATUS           PIC X(01).
               10  CAT-DTL-DISC-DATE        PIC X(10).
               10  CAT-DTL-DEPTNUMB         PIC 9(05).
               10  CAT-DTL-DEPTNAME         PIC X(14).
               10  CAT-DTL-DIVISION         PIC X(10).
               10  CAT-DTL-PRICE            PIC 9(03)V9(02).
               10  CAT-DTL-PRICE-NULL       PIC X(01).
                   88  CAT-DTL-PRICE-IS-NULL          VALUE 'Y'.
               10  CAT-DTL-NEXT-PRICE       PIC 9(03)V9(02).
               10  CAT-DTL-NEXT-PRICE-NULL  PIC X(01).
                   88  CAT-DTL-NEXT-IS-NULL           VALUE 'Y'.
               10  CAT-DTL-NEXT-EFF-DATE    PIC X(10).
               10  FILLER                   PIC X(12).
           05  CAT-TRAILER-VIEW REDEFINES CAT-RECORD-BODY.
               10  CAT-TRL-DETAIL-COUNT     PIC 9(07).
               10  CAT-TRL-PRICE-HASH       PIC 9(11)V9(02).
               10  CAT-TRL-NULL-COUNT       PIC 9(07).
               10  CAT-TRL-UPCOMING-COUNT   PIC 9(07).
               10  FILLER                   PIC X(65).
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDCATX'.

       01  WS-WORKING-FIELDS.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-RUN-TS                    PIC X(26) VALUE SPACES.
           05  WS-LAST-PRODNUM              PIC S9(04) USAGE COMP
                                                        VALUE -1.
           05  WS-FETCH-DEPTNUMB            PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DEPTNUMB-IND              PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-EDIT-HASH                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * THE PRICES OF THE PRODUCT IN HAND - LOOKED UP ONCE PER
      * PRODUCT, NOT ONCE PER DEPARTMENT IT IS SENT FOR
       01  WS-PRICE-AREA.
           05  WS-CUR-PRICE                 PIC S9(03)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.
           05  WS-CUR-NULL-SW               PIC X(01) VALUE 'N'.
               88  WS-CUR-PRICE-IS-NULL               VALUE 'Y'.
           05  WS-NEXT-PRICE                PIC S9(03)V9(02)
                                            USAGE COMP-3 VALUE ZEROES.
           05  WS-NEXT-NULL-SW              PIC X(01) VALUE 'N'.
               88  WS-NEXT-PRICE-IS-NULL              VALUE 'Y'.
           05  WS-NEXT-EFF-DATE             PIC X(10) VALUE SPACES.

       01  WS-COUNTER-AREA.
           05  WS-DETAIL-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-PRODUCT-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-NULL-PRICE-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-UPCOMING-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-UNMAPPED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-PEND-IN-FORCE-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-PRICE-HASH                PIC 9(11)V9(02)
                                                        VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
      * SET ON ANY DB2 OR FILE FAILURE - THE FEED CANNOT BE KNOWN TO
      * BE COMPLETE, SO NO TRAILER IS WRITTEN
           05  WS-RUN-ERROR-SW              PIC X(01) VALUE 'N'.
               88  WS-RUN-HAD-ERROR                   VALUE 'Y'.
           05  WS-CATALOG-STATUS            PIC X(02) VALUE SPACES.
               88  WS-CATALOG-OK                      VALUE '00'.

      ******************************************************************
      *     OUTBOUND MANIFEST AREA - SEE 8500-REGISTER-OUTBOUND-FILE   *
      ******************************************************************
       01  WS-REGISTER-PGM                  PIC X(08) VALUE 'F5748OBR'.
       01  WS-OUTBOUND-FEED-ID              PIC X(08) VALUE 'PRDCAT'.
       01  WS-OUTBOUND-PREFIX-NUM           PIC 9(09) VALUE ZEROES.
       01  WS-OUTBOUND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-EOF                        VALUE 'Y'.
       01  OBR-REGISTER-AREA.
           COPY F5748OBA REPLACING ==:FD:== BY ==OBR==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR Q.PRODUCTS
           COPY PRODUCTS.

      * DCLGEN FOR Q.ORG
           COPY ORG.

      * DCLGEN FOR Q.PRODPRICE_PEND
           COPY PRODPEND.

      * EVERY ORDERABLE PRODUCT PER OWNING DEPARTMENT. THE OUTER JOINS
      * KEEP A PRODUCT WHOSE GROUP IS UNMAPPED (NULL DEPARTMENT).
           EXEC SQL
                DECLARE CATALOG-CSR CURSOR FOR
                SELECT P.PRODNUM
                     , P.PRODNAME
                     , P.PRODGRP
                     , P.PRODPRICE
                     , P.PROD_STATUS
                     , CHAR(P.PROD_DISC_DATE, ISO)
                     , O.DEPTNUMB
                     , O.DEPTNAME
                     , O.O_DIVISION
                  FROM Q.PRODUCTS P
                  LEFT OUTER JOIN Q.PRODDEPT X
                    ON X.XREF_PRODGRP = P.PRODGRP
                  LEFT OUTER JOIN Q.ORG O
                    ON O.DEPTNUMB = X.XREF_DEPTNUMB
                 WHERE NOT ( P.PROD_STATUS = 'D'
                          OR ( P.PROD_STATUS = 'P'
                           AND P.PROD_DISC_DATE <= CURRENT DATE ) )
                 ORDER BY P.PRODNUM, O.DEPTNUMB
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDCATX WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM 2000-EXTRACT-CATALOG
              THRU 2000-EXIT.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'PRDCATX - FEED INCOMPLETE, NO TRAILER WRITTEN '
                       '- DO NOT SEND'
               MOVE 16                      TO RETURN-CODE
           ELSE
               PERFORM 4000-WRITE-TRAILER
                  THRU 4000-EXIT
           END-IF.

           CLOSE CATALOG-FILE.

           IF RETURN-CODE = 0
               PERFORM 8500-REGISTER-OUTBOUND-FILE
                  THRU 8500-EXIT
           END-IF.

           PERFORM 9000-DISPLAY-TOTALS
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           EXEC SQL
                SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           EXEC SQL
                SET :WS-RUN-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC.

           DISPLAY 'PRDCATX - CATALOG FEED FOR ' WS-RUN-DATE.

           OPEN OUTPUT CATALOG-FILE.

           IF NOT WS-CATALOG-OK
               DISPLAY 'PRDCATX - CATFEED OPEN FAILED STATUS='
                        WS-CATALOG-STATUS
               MOVE 16                      TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES                      TO CATALOG-RECORD.
           SET CAT-IS-HEADER                TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CAT-HDR-SOURCE.
           MOVE WS-RUN-DATE                 TO CAT-HDR-EXTRACT-DATE.
           MOVE WS-RUN-TS                   TO CAT-HDR-RUN-TS.
           MOVE 'PRODUCT CATALOG AND PRICES'
                                            TO CAT-HDR-DESCRIPTION.
           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-EXTRACT-CATALOG                        *
      ******************************************************************
       2000-EXTRACT-CATALOG.

           IF WS-RUN-HAD-ERROR
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL
                OPEN CATALOG-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDCATX - CATALOG CURSOR OPEN FAILED SQLCODE='
                        SQLCODE
               SET WS-RUN-HAD-ERROR         TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                         TO WS-EOF-SW.
           PERFORM 2100-EXTRACT-ONE-ROW
              THRU 2100-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE CATALOG-CSR
           END-EXEC.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2100-EXTRACT-ONE-ROW                        *
      ******************************************************************
       2100-EXTRACT-ONE-ROW.

           EXEC SQL
                FETCH CATALOG-CSR
                INTO  :PRODNUM
                     ,:PRODNAME        :INDSTRUC OF IPRODUCTS(2)
                     ,:PRODGRP         :INDSTRUC OF IPRODUCTS(3)
                     ,:PRODPRICE       :INDSTRUC OF IPRODUCTS(4)
                     ,:PROD-STATUS
                     ,:PROD-DISC-DATE  :INDSTRUC OF IPRODUCTS(6)
                     ,:WS-FETCH-DEPTNUMB
                                       :WS-DEPTNUMB-IND
                     ,:DEPTNAME        :INDSTRUC OF IORG(2)
                     ,:O_DIVISION      :INDSTRUC OF IORG(4)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'PRDCATX - CATALOG FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                  TO PRODNAME-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(3) < ZERO
               MOVE SPACES                  TO PRODGRP-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(6) < ZERO
               MOVE SPACES                  TO PROD-DISC-DATE
           END-IF.

      * AN UNMAPPED GROUP COMES BACK WITH EVERY Q.ORG COLUMN NULL
           IF WS-DEPTNUMB-IND < ZERO
               MOVE ZEROES                  TO WS-FETCH-DEPTNUMB
               ADD 1                        TO WS-UNMAPPED-COUNT
           END-IF.
           IF INDSTRUC OF IORG(2) < ZERO
               MOVE SPACES                  TO DEPTNAME-TEXT
           END-IF.
           IF INDSTRUC OF IORG(4) < ZERO
               MOVE SPACES                  TO DIVISION-TEXT
           END-IF.

           IF PRODNUM NOT = WS-LAST-PRODNUM
               ADD 1                        TO WS-PRODUCT-COUNT
               MOVE PRODNUM                 TO WS-LAST-PRODNUM
               PERFORM 3000-RESOLVE-PRICES
                  THRU 3000-EXIT
           END-IF.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR            TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                      TO CATALOG-RECORD.
           SET CAT-IS-DETAIL                TO TRUE.
           MOVE PRODNUM                     TO CAT-DTL-PRODNUM.
           MOVE PRODNAME-TEXT               TO CAT-DTL-PRODNAME.
           MOVE PRODGRP-TEXT                TO CAT-DTL-PRODGRP.
           MOVE PROD-STATUS                 TO CAT-DTL-STATUS.
           MOVE PROD-DISC-DATE              TO CAT-DTL-DISC-DATE.
           MOVE WS-FETCH-DEPTNUMB           TO CAT-DTL-DEPTNUMB.
           MOVE DEPTNAME-TEXT               TO CAT-DTL-DEPTNAME.
           MOVE DIVISION-TEXT               TO CAT-DTL-DIVISION.

           MOVE WS-CUR-PRICE                TO CAT-DTL-PRICE.
           MOVE 'N'                         TO CAT-DTL-PRICE-NULL.
           IF WS-CUR-PRICE-IS-NULL
               SET CAT-DTL-PRICE-IS-NULL    TO TRUE
               ADD 1                        TO WS-NULL-PRICE-COUNT
           END-IF.

           MOVE ZEROES                      TO CAT-DTL-NEXT-PRICE.
           MOVE SPACE                       TO CAT-DTL-NEXT-PRICE-NULL.
           IF WS-NEXT-EFF-DATE NOT = SPACES
               MOVE WS-NEXT-PRICE           TO CAT-DTL-NEXT-PRICE
               MOVE 'N'                     TO CAT-DTL-NEXT-PRICE-NULL
               IF WS-NEXT-PRICE-IS-NULL
                   SET CAT-DTL-NEXT-IS-NULL TO TRUE
               END-IF
               MOVE WS-NEXT-EFF-DATE        TO CAT-DTL-NEXT-EFF-DATE
               ADD 1                        TO WS-UPCOMING-COUNT
           END-IF.

           ADD CAT-DTL-PRICE
               CAT-DTL-NEXT-PRICE           TO WS-PRICE-HASH.
           ADD 1                            TO WS-DETAIL-COUNT.

           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.

           IF WS-RUN-HAD-ERROR
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-RESOLVE-PRICES                         *
      * TODAY'S PRICE IS THE LATEST APPROVED PENDING CHANGE ALREADY IN *
      * FORCE, ELSE Q.PRODUCTS. THE NEXT PRICE IS THE EARLIEST         *
      * APPROVED CHANGE STILL TO COME; NONE LEAVES ITS DATE BLANK.     *
      * PEND_NULL_IND 'Y' IS A GENUINE NULL PRICE.                     *
      ******************************************************************
       3000-RESOLVE-PRICES.

           MOVE 'N'                         TO WS-CUR-NULL-SW
                                               WS-NEXT-NULL-SW.
           MOVE ZEROES                      TO WS-CUR-PRICE
                                               WS-NEXT-PRICE.
           MOVE SPACES                      TO WS-NEXT-EFF-DATE.

           IF INDSTRUC OF IPRODUCTS(4) < ZERO
               SET WS-CUR-PRICE-IS-NULL     TO TRUE
           ELSE
               MOVE PRODPRICE               TO WS-CUR-PRICE
           END-IF.

           EXEC SQL
                SELECT  PEND_NEW_PRICE
                       ,PEND_NULL_IND
                  INTO  :PEND-NEW-PRICE
                       ,:PEND-NULL-IND
                  FROM Q.PRODPRICE_PEND
                 WHERE PEND_PRODNUM   = :PRODNUM
                   AND PEND_STATUS    = 'A'
                   AND PEND_EFF_DATE <= CURRENT DATE
                 ORDER BY PEND_EFF_DATE DESC
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                     TO WS-PEND-IN-FORCE-COUNT
                   IF PEND-PRICE-IS-NULL
                       SET WS-CUR-PRICE-IS-NULL
                                             TO TRUE
                       MOVE ZEROES           TO WS-CUR-PRICE
                   ELSE
                       MOVE 'N'              TO WS-CUR-NULL-SW
                       MOVE PEND-NEW-PRICE   TO WS-CUR-PRICE
                   END-IF
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PRDCATX - PENDING PRICE LOOKUP FAILED '
                           'SQLCODE=' SQLCODE ' PRODNUM=' PRODNUM
                   SET WS-RUN-HAD-ERROR      TO TRUE
                   GO TO 3000-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT  PEND_NEW_PRICE
                       ,PEND_NULL_IND
                       ,CHAR(PEND_EFF_DATE, ISO)
                  INTO  :PEND-NEW-PRICE
                       ,:PEND-NULL-IND
                       ,:PEND-EFF-DATE
                  FROM Q.PRODPRICE_PEND
                 WHERE PEND_PRODNUM   = :PRODNUM
                   AND PEND_STATUS    = 'A'
                   AND PEND_EFF_DATE  > CURRENT DATE
                 ORDER BY PEND_EFF_DATE
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PEND-EFF-DATE        TO WS-NEXT-EFF-DATE
                   IF PEND-PRICE-IS-NULL
                       SET WS-NEXT-PRICE-IS-NULL
                                             TO TRUE
                   ELSE
                       MOVE PEND-NEW-PRICE   TO WS-NEXT-PRICE
                   END-IF
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PRDCATX - UPCOMING PRICE LOOKUP FAILED '
                           'SQLCODE=' SQLCODE ' PRODNUM=' PRODNUM
                   SET WS-RUN-HAD-ERROR      TO TRUE
           END-EVALUATE.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4000-WRITE-TRAILER                         *
      ******************************************************************
       4000-WRITE-TRAILER.

           MOVE SPACES                      TO CATALOG-RECORD.
           SET CAT-IS-TRAILER               TO TRUE.
           MOVE WS-DETAIL-COUNT             TO CAT-TRL-DETAIL-COUNT.
           MOVE WS-PRICE-HASH               TO CAT-TRL-PRICE-HASH.
           MOVE WS-NULL-PRICE-COUNT         TO CAT-TRL-NULL-COUNT.
           MOVE WS-UPCOMING-COUNT           TO CAT-TRL-UPCOMING-COUNT.
           PERFORM 4900-WRITE-RECORD
              THRU 4900-EXIT.

           IF WS-RUN-HAD-ERROR
               DISPLAY 'PRDCATX - TRAILER NOT WRITTEN - DO NOT SEND'
               MOVE 16                      TO RETURN-CODE
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     4900-WRITE-RECORD                          *
      ******************************************************************
       4900-WRITE-RECORD.

           WRITE CATALOG-RECORD.

           IF NOT WS-CATALOG-OK
               DISPLAY 'PRDCATX - CATFEED WRITE FAILED STATUS='
                        WS-CATALOG-STATUS ' RECORD TYPE '
                        CAT-RECORD-TYPE
               SET WS-RUN-HAD-ERROR         TO TRUE
           END-IF.
           .
       4900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8500-REGISTER-OUTBOUND-FILE                    *
      * THE CLOSED CATFEED IS READ BACK SO THE MANIFEST CARRIES THE    *
      * RECORD COUNT AND HASH OF WHAT IS ACTUALLY ON THE FILE. A FILE  *
      * THAT COULD NOT BE REGISTERED ENDS THE RUN RC 4 - IT MUST BE    *
      * REGISTERED BEFORE IT IS RELEASED TO E-PROCUREMENT.             *
      ******************************************************************
       8500-REGISTER-OUTBOUND-FILE.

           INITIALIZE OBR-REGISTER-AREA
           REPLACING NUMERIC BY ZEROES
           ALPHANUMERIC DATA BY SPACES.

           MOVE WS-OUTBOUND-FEED-ID          TO OBR-FEED-ID.
           MOVE WS-RUN-DATE                  TO OBR-BUS-DATE.
           MOVE WS-NAME-OF-THIS-MODULE       TO OBR-WRITER-PGM.

           OPEN INPUT CATALOG-FILE.

           IF NOT WS-CATALOG-OK
               DISPLAY 'PRDCATX - CATFEED REOPEN FAILED STATUS='
                        WS-CATALOG-STATUS ' - NOT REGISTERED'
               MOVE 4                        TO RETURN-CODE
               GO TO 8500-EXIT
           END-IF.

           PERFORM 8510-COUNT-OUTBOUND-RECORD
              THRU 8510-EXIT
              UNTIL WS-OUTBOUND-EOF.

           CLOSE CATALOG-FILE.

           CALL WS-REGISTER-PGM USING OBR-REGISTER-AREA.

           DISPLAY 'PRDCATX - CATFEED ' OBR-MESSAGE.

           IF OBR-REGISTERED
               DISPLAY 'PRDCATX - FEED ' OBR-FEED-ID
                       ' GENERATION ' OBR-GENERATION
                       ' RECORDS ' OBR-RECORD-COUNT
                       ' HASH ' OBR-HASH-TOTAL
                       ' DEST ' OBR-DEST
           ELSE
               MOVE 4                        TO RETURN-CODE
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8510-COUNT-OUTBOUND-RECORD                     *
      ******************************************************************
       8510-COUNT-OUTBOUND-RECORD.

           READ CATALOG-FILE
               AT END
                   SET WS-OUTBOUND-EOF       TO TRUE
                   GO TO 8510-EXIT
           END-READ.

           ADD 1                             TO OBR-RECORD-COUNT.

           IF CATALOG-RECORD(1:9) NUMERIC
               MOVE CATALOG-RECORD(1:9)      TO WS-OUTBOUND-PREFIX-NUM
               ADD WS-OUTBOUND-PREFIX-NUM    TO OBR-HASH-TOTAL
           END-IF.
           .
       8510-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    9000-DISPLAY-TOTALS                         *
      ******************************************************************
       9000-DISPLAY-TOTALS.

           DISPLAY ' '.
           DISPLAY 'PRDCATX - PRODUCTS SENT            : '
                    WS-PRODUCT-COUNT.
           DISPLAY 'PRDCATX - DETAIL RECORDS           : '
                    WS-DETAIL-COUNT.
           DISPLAY 'PRDCATX - NULL PRICES FLAGGED      : '
                    WS-NULL-PRICE-COUNT.
           DISPLAY 'PRDCATX - UPCOMING PRICE CHANGES   : '
                    WS-UPCOMING-COUNT.
           DISPLAY 'PRDCATX - PENDING CHANGES IN FORCE : '
                    WS-PEND-IN-FORCE-COUNT.
           DISPLAY 'PRDCATX - UNMAPPED GROUP RECORDS   : '
                    WS-UNMAPPED-COUNT.
           MOVE WS-PRICE-HASH               TO WS-EDIT-HASH.
           DISPLAY 'PRDCATX - PRICE HASH               : '
                    WS-EDIT-HASH.
           .
       9000-EXIT.
           EXIT.
