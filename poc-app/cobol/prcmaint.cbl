      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCMAINT.
       AUTHOR. NLOPEZ.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  PRCMAINT:     Q.PRCRULE PRICING-RULE MAINTENANCE UTILITY      *
      *                                                                *
      *  FUNCTION:     THIS IS THE SUPPORTED WAY TO ADD, CHANGE, OR    *
      *                DELETE A VOLUME-TIER OR DEPARTMENT CONTRACT     *
      *                PRICING RULE IN Q.PRCRULE. PRDORDER PRICES      *
      *                EVERY ORDER LINE AGAINST THESE RULES. BASIC     *
      *                EDITS ARE APPLIED BEFORE ANY SQL IS ISSUED: A   *
      *                RULE MATCHES ONE PRODUCT ON Q.PRODUCTS OR ONE   *
      *                PRODUCT GROUP IN USE THERE, ITS DEPARTMENT IS   *
      *                ZERO (ALL) OR ON Q.ORG, ITS QUANTITY TIER AND   *
      *                DATES ARE IN ORDER, AND A PERCENT OFF IS NO     *
      *                MORE THAN 100. THE RULE IS PRINTED BEFORE AND   *
      *                AFTER THE CHANGE, AND BOTH IMAGES ARE WRITTEN   *
      *                TO Q.PRCRULE_AUD WITH THE CHANGING USERID AND   *
      *                TIMESTAMP IN THE SAME UNIT OF WORK - IF THE     *
      *                AUDIT ROW CANNOT BE WRITTEN THE CHANGE IS       *
      *                ROLLED BACK.                                    *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION    (ADD/CHANGE/DELETE)   *
      *                   COLS 07-13  RULE ID   (CHANGE/DELETE - AN   *
      *                               ADD IS GIVEN THE NEXT ID)       *
      *                   COLS 14-14  MATCH     P=PRODNUM G=PRODGRP   *
      *                   COLS 15-18  PRODNUM   (MATCH P)             *
      *                   COLS 19-28  PRODGRP   (MATCH G)             *
      *                   COLS 29-32  DEPTNUMB  (0000 = ALL)          *
      *                   COLS 33-37  MIN QTY                         *
      *                   COLS 38-42  MAX QTY   (00000 = NO LIMIT)    *
      *                   COLS 43-43  TYPE      F=UNIT PRICE          *
      *                                         P=PERCENT OFF LIST    *
      *                   COLS 44-48  VALUE     (999V99)              *
      *                   COLS 49-58  EFFECTIVE DATE (YYYY-MM-DD)     *
      *                   COLS 59-68  END DATE  (BLANK = OPEN)        *
      *                                                                *
      *  DB2 TABLES:   Q.PRCRULE (READ/INSERT/UPDATE/DELETE)           *
      *                Q.PRCRULE_AUD (INSERT)                          *
      *                Q.PRODUCTS, Q.ORG (READ)                        *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRCMAINT'.
           05  WS-OPEN-END-DATE             PIC X(10)
                                            VALUE '9999-12-31'.
           05  WS-NO-MAX-QTY                PIC 9(05) VALUE 99999.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
           05  WS-MAINT-RULE-ID             PIC X(07) VALUE SPACES.
           05  WS-MAINT-MATCH-TYPE          PIC X(01) VALUE SPACES.
               88  WS-MATCH-IS-VALID                  VALUE 'P' 'G'.
           05  WS-MAINT-PRODNUM             PIC X(04) VALUE SPACES.
           05  WS-MAINT-PRODGRP             PIC X(10) VALUE SPACES.
           05  WS-MAINT-DEPTNUMB            PIC X(04) VALUE SPACES.
           05  WS-MAINT-MIN-QTY             PIC X(05) VALUE SPACES.
           05  WS-MAINT-MAX-QTY             PIC X(05) VALUE SPACES.
           05  WS-MAINT-PRICE-TYPE          PIC X(01) VALUE SPACES.
               88  WS-PRICE-TYPE-IS-VALID             VALUE 'F' 'P'.
           05  WS-MAINT-VALUE               PIC X(05) VALUE SPACES.
           05  WS-MAINT-VALUE-NUM REDEFINES WS-MAINT-VALUE
                                            PIC 9(3)V9(2).
           05  WS-MAINT-EFF-DATE            PIC X(10) VALUE SPACES.
           05  WS-MAINT-END-DATE            PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(12) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-ROW-COUNT                 PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DATE-CHECK                PIC X(10) VALUE SPACES.

      ******************************************************************
      *  THE RULE AS PRINTED AND AS AUDITED - ONE 80-BYTE IMAGE        *
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

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-ROW-WAS-FOUND                   VALUE 'Y'.
           05  WS-EDITS-PASSED-SW           PIC X(01) VALUE 'Y'.
               88  WS-EDITS-PASSED                    VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR Q.PRCRULE
           COPY PRCRULE.

      * DCLGEN FOR Q.PRCRULE_AUD
           COPY PRCRULEA.

       01  FILLER                                PIC X(32) VALUE
           'PRCMAINT WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-ACTION-IS-VALID
               PERFORM 2000-READ-CURRENT-ROW
                  THRU 2000-EXIT

               PERFORM 2500-EDIT-MAINTENANCE-CARD
                  THRU 2500-EXIT

               IF WS-EDITS-PASSED
                   EVALUATE TRUE
                       WHEN WS-ACTION-IS-ADD
                           PERFORM 3100-ADD-ROW
                              THRU 3100-EXIT
                       WHEN WS-ACTION-IS-CHANGE
                           PERFORM 3200-CHANGE-ROW
                              THRU 3200-EXIT
                       WHEN WS-ACTION-IS-DELETE
                           PERFORM 3300-DELETE-ROW
                              THRU 3300-EXIT
                   END-EVALUATE
               ELSE
                   MOVE 8                   TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'PRCMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
               MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           DISPLAY 'PRCMAINT - CARD: ' WS-MAINT-CARD(1:68).
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE RULE AS IT EXISTS TODAY AND PRINTS IT AS THE BEFORE  *
      * IMAGE. CHANGE/DELETE USE THIS TO CONFIRM THE RULE EXISTS; AN   *
      * ADD HAS NO RULE ID YET AND SKIPS IT.                           *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE SPACES                      TO AUD-BEFORE-IMAGE.

           IF WS-ACTION-IS-ADD
               GO TO 2000-EXIT
           END-IF.

           IF WS-MAINT-RULE-ID NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-MAINT-RULE-ID            TO RULE-ID.

           EXEC SQL
                SELECT  RULE_MATCH_TYPE
                       ,RULE_PRODNUM
                       ,RULE_PRODGRP
                       ,RULE_DEPTNUMB
                       ,RULE_MIN_QTY
                       ,RULE_MAX_QTY
                       ,RULE_PRICE_TYPE
                       ,RULE_VALUE
                       ,CHAR(RULE_EFF_DATE, ISO)
                       ,CHAR(RULE_END_DATE, ISO)
                  INTO  :RULE-MATCH-TYPE
                       ,:RULE-PRODNUM
                       ,:RULE-PRODGRP
                       ,:RULE-DEPTNUMB
                       ,:RULE-MIN-QTY
                       ,:RULE-MAX-QTY
                       ,:RULE-PRICE-TYPE
                       ,:RULE-VALUE
                       ,:RULE-EFF-DATE
                       ,:RULE-END-DATE
                  FROM Q.PRCRULE
                 WHERE RULE_ID = :RULE-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               PERFORM 2900-FORMAT-RULE-IMAGE
                  THRU 2900-EXIT
               MOVE WS-RULE-IMAGE           TO AUD-BEFORE-IMAGE
               DISPLAY 'PRCMAINT - BEFORE: ' WS-RULE-IMAGE
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * BASIC EDITS. A DELETE NEEDS ONLY A RULE ID THAT EXISTS; AN     *
      * ADD/CHANGE MUST DESCRIBE A RULE PRDORDER CAN ACTUALLY MATCH,   *
      * SO A TYPO CANNOT LEAVE A CONTRACT RATE THAT NEVER APPLIES.     *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF NOT WS-ACTION-IS-ADD
               IF WS-MAINT-RULE-ID NOT NUMERIC
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'PRCMAINT - REJECTED, RULE ID NOT NUMERIC: '
                            WS-MAINT-RULE-ID
                   GO TO 2500-EXIT
               END-IF
               IF NOT WS-ROW-WAS-FOUND
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'PRCMAINT - REJECTED, NO RULE FOUND FOR ID '
                            WS-MAINT-RULE-ID
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           IF WS-ACTION-IS-DELETE
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-MATCH-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, MATCH MUST BE P OR G'
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-MAINT-MATCH-TYPE         TO RULE-MATCH-TYPE.

           IF RULE-MATCHES-PRODUCT
               PERFORM 2600-VERIFY-PRODUCT
                  THRU 2600-EXIT
           ELSE
               PERFORM 2650-VERIFY-PRODUCT-GROUP
                  THRU 2650-EXIT
           END-IF.

           IF NOT WS-EDITS-PASSED
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2700-VERIFY-DEPARTMENT
              THRU 2700-EXIT.

           IF NOT WS-EDITS-PASSED
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2800-EDIT-TIER-PRICE-DATES
              THRU 2800-EXIT.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2600-VERIFY-PRODUCT                         *
      ******************************************************************
       2600-VERIFY-PRODUCT.

           IF WS-MAINT-PRODNUM NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, PRODNUM NOT NUMERIC: '
                        WS-MAINT-PRODNUM
               GO TO 2600-EXIT
           END-IF.

           MOVE WS-MAINT-PRODNUM            TO RULE-PRODNUM.
           MOVE SPACES                      TO RULE-PRODGRP.
           MOVE ZEROES                      TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.PRODUCTS
                 WHERE PRODNUM = :RULE-PRODNUM
           END-EXEC.

           IF SQLCODE NOT = 0
             OR WS-ROW-COUNT = ZEROES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, PRODNUM NOT IN '
                       'Q.PRODUCTS: ' WS-MAINT-PRODNUM
           END-IF.
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2650-VERIFY-PRODUCT-GROUP                      *
      ******************************************************************
       2650-VERIFY-PRODUCT-GROUP.

           IF WS-MAINT-PRODGRP = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, PRODGRP IS BLANK'
               GO TO 2650-EXIT
           END-IF.

           MOVE ZEROES                      TO RULE-PRODNUM.
           MOVE WS-MAINT-PRODGRP            TO RULE-PRODGRP.
           MOVE ZEROES                      TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.PRODUCTS
                 WHERE PRODGRP = :RULE-PRODGRP
           END-EXEC.

           IF SQLCODE NOT = 0
             OR WS-ROW-COUNT = ZEROES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, NO Q.PRODUCTS ROW IN '
                       'PRODGRP: ' WS-MAINT-PRODGRP
           END-IF.
       2650-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2700-VERIFY-DEPARTMENT                       *
      ******************************************************************
       2700-VERIFY-DEPARTMENT.

           IF WS-MAINT-DEPTNUMB NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, DEPTNUMB NOT NUMERIC: '
                        WS-MAINT-DEPTNUMB
               GO TO 2700-EXIT
           END-IF.

           MOVE WS-MAINT-DEPTNUMB           TO RULE-DEPTNUMB.

           IF RULE-DEPTNUMB = ZERO
               GO TO 2700-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM Q.ORG
                 WHERE DEPTNUMB = :RULE-DEPTNUMB
           END-EXEC.

           IF SQLCODE NOT = 0
             OR WS-ROW-COUNT = ZEROES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, DEPTNUMB NOT IN Q.ORG: '
                        WS-MAINT-DEPTNUMB
           END-IF.
       2700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                2800-EDIT-TIER-PRICE-DATES                      *
      * THE QUANTITY TIER, PRICE AND EFFECTIVE DATES. A ZERO MAXIMUM   *
      * MEANS NO UPPER LIMIT AND A BLANK END DATE MEANS OPEN-ENDED. DB2*
      * VALIDATES THE DATES SO A BAD ONE IS REJECTED HERE, NOT ON THE  *
      * INSERT.                                                        *
      ******************************************************************
       2800-EDIT-TIER-PRICE-DATES.

           IF WS-MAINT-MIN-QTY NOT NUMERIC
              OR WS-MAINT-MAX-QTY NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, QUANTITY TIER NOT NUMERIC'
               GO TO 2800-EXIT
           END-IF.

           MOVE WS-MAINT-MIN-QTY            TO RULE-MIN-QTY.
           MOVE WS-MAINT-MAX-QTY            TO RULE-MAX-QTY.

           IF RULE-MIN-QTY = ZERO
               MOVE 1                       TO RULE-MIN-QTY
           END-IF.
           IF RULE-MAX-QTY = ZERO
               MOVE WS-NO-MAX-QTY           TO RULE-MAX-QTY
           END-IF.

           IF RULE-MAX-QTY < RULE-MIN-QTY
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, MAX QTY BELOW MIN QTY'
               GO TO 2800-EXIT
           END-IF.

           IF NOT WS-PRICE-TYPE-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, TYPE MUST BE F OR P'
               GO TO 2800-EXIT
           END-IF.

           IF WS-MAINT-VALUE NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, VALUE NOT NUMERIC: '
                        WS-MAINT-VALUE
               GO TO 2800-EXIT
           END-IF.

           MOVE WS-MAINT-PRICE-TYPE         TO RULE-PRICE-TYPE.
           MOVE WS-MAINT-VALUE-NUM          TO RULE-VALUE.

           IF RULE-PERCENT-OFF AND RULE-VALUE > 100
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, PERCENT OFF OVER 100'
               GO TO 2800-EXIT
           END-IF.

           MOVE WS-MAINT-EFF-DATE           TO RULE-EFF-DATE.
           IF WS-MAINT-END-DATE = SPACES
               MOVE WS-OPEN-END-DATE        TO RULE-END-DATE
           ELSE
               MOVE WS-MAINT-END-DATE       TO RULE-END-DATE
           END-IF.

           EXEC SQL
                SET :WS-DATE-CHECK =
                    CASE WHEN DATE(:RULE-END-DATE)
                              >= DATE(:RULE-EFF-DATE)
                         THEN 'OK' ELSE 'BACKWARDS' END
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, INVALID DATE: '
                        WS-MAINT-EFF-DATE ' ' WS-MAINT-END-DATE
               GO TO 2800-EXIT
           END-IF.

           IF WS-DATE-CHECK NOT = 'OK'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRCMAINT - REJECTED, END DATE BEFORE '
                       'EFFECTIVE DATE'
           END-IF.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  2900-FORMAT-RULE-IMAGE                        *
      ******************************************************************
       2900-FORMAT-RULE-IMAGE.

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
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      * THE NEW RULE TAKES THE NEXT ID. THIS UTILITY IS THE ONLY       *
      * WRITER OF Q.PRCRULE.                                           *
      ******************************************************************
       3100-ADD-ROW.

           EXEC SQL
                SELECT COALESCE(MAX(RULE_ID), 0) + 1
                  INTO :RULE-ID
                  FROM Q.PRCRULE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRCMAINT - RULE ID LOOKUP FAILED SQLCODE='
                        SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 3100-EXIT
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
               DISPLAY 'PRCMAINT - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.

           PERFORM 2900-FORMAT-RULE-IMAGE
              THRU 2900-EXIT.
           MOVE WS-RULE-IMAGE               TO AUD-AFTER-IMAGE.

           PERFORM 4000-WRITE-AUDIT
              THRU 4000-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      ******************************************************************
       3200-CHANGE-ROW.

           EXEC SQL
                UPDATE Q.PRCRULE
                   SET RULE_MATCH_TYPE = :RULE-MATCH-TYPE
                     , RULE_PRODNUM    = :RULE-PRODNUM
                     , RULE_PRODGRP    = :RULE-PRODGRP
                     , RULE_DEPTNUMB   = :RULE-DEPTNUMB
                     , RULE_MIN_QTY    = :RULE-MIN-QTY
                     , RULE_MAX_QTY    = :RULE-MAX-QTY
                     , RULE_PRICE_TYPE = :RULE-PRICE-TYPE
                     , RULE_VALUE      = :RULE-VALUE
                     , RULE_EFF_DATE   = DATE(:RULE-EFF-DATE)
                     , RULE_END_DATE   = DATE(:RULE-END-DATE)
                     , RULE_CHG_USER   = USER
                     , RULE_CHG_TS     = CURRENT TIMESTAMP
                 WHERE RULE_ID         = :RULE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRCMAINT - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           PERFORM 2900-FORMAT-RULE-IMAGE
              THRU 2900-EXIT.
           MOVE WS-RULE-IMAGE               TO AUD-AFTER-IMAGE.

           PERFORM 4000-WRITE-AUDIT
              THRU 4000-EXIT.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      ******************************************************************
       3300-DELETE-ROW.

           EXEC SQL
                DELETE FROM Q.PRCRULE
                 WHERE RULE_ID = :RULE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRCMAINT - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACES                      TO AUD-AFTER-IMAGE.

           PERFORM 4000-WRITE-AUDIT
              THRU 4000-EXIT.
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-WRITE-AUDIT                          *
      * THE BEFORE/AFTER PAIR GOES TO Q.PRCRULE_AUD IN THE SAME UNIT   *
      * OF WORK AS THE CHANGE. NO AUDIT ROW, NO CHANGE.                *
      ******************************************************************
       4000-WRITE-AUDIT.

           MOVE RULE-ID                     TO AUD-RULE-ID.
           MOVE WS-MAINT-ACTION             TO AUD-ACTION.

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
               DISPLAY 'PRCMAINT - AUDIT INSERT FAILED SQLCODE='
                        SQLCODE ' - CHANGE ROLLED BACK'
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8                       TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           IF AUD-AFTER-IMAGE = SPACES
               DISPLAY 'PRCMAINT - AFTER : (DELETED)'
           ELSE
               DISPLAY 'PRCMAINT - AFTER : ' AUD-AFTER-IMAGE
           END-IF.

           DISPLAY 'PRCMAINT - ' WS-MAINT-ACTION ' COMPLETE FOR RULE '
                    WS-IMG-RULE-ID.
       4000-EXIT.
           EXIT.
