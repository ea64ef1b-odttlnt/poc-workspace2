      *                THAN AS A HARD ZERO. EACH ACTION TAKEN IS       *
      *                CONFIRMED ON THE PRINTED LOG.                   *
      *                                                                *
      *                THE LIFECYCLE STATUS IS KEPT HERE TOO: ACTIVE,  *
      *                PENDING DISCONTINUE ON A DATE, OR DISCONTINUED, *
      *                WITH AN OPTIONAL REPLACEMENT PRODNUM PRDORDER   *
      *                SUBSTITUTES. THE REPLACEMENT MUST BE ANOTHER    *
      *                PRODUCT ON Q.PRODUCTS THAT IS NOT ITSELF        *
      *                DISCONTINUED. A PRODUCT THAT HAS BEEN ORDERED,  *
      *                PRICED, OR NAMED AS A REPLACEMENT CANNOT BE     *
      *                DELETED - DISCONTINUE IT INSTEAD, SO ITS        *
      *                HISTORY STILL RESOLVES.                         *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 22-31  PRODGRP                         *
      *                   COLS 32-36  PRODPRICE (999V99 ZERO-FILLED   *
      *                               OR 'NULL' FOR A NULL PRICE)     *
      *                   COLS 37-37  STATUS    A=ACTIVE, P=PENDING   *
      *                               DISCONTINUE, D=DISCONTINUED.    *
      *                               BLANK = ACTIVE ON AN ADD; ON A  *
      *                               CHANGE, BLANK LEAVES STATUS,    *
      *                               DATE AND REPLACEMENT AS THEY ARE*
      *                   COLS 38-47  DISCONTINUE DATE (YYYY-MM-DD)   *
      *                               REQUIRED FOR P; FOR D, BLANK =  *
      *                               TODAY                           *
      *                   COLS 48-51  REPLACEMENT PRODNUM (P/D ONLY,  *
      *                               BLANK = NONE)                   *
      *                                                                *
      *  DB2 TABLES:   Q.PRODUCTS (READ/INSERT/UPDATE/DELETE)          *
      *                Q.PRODPRICE_HIST (READ/INSERT)                  *
      *                Q.PRODORD_LINE (READ)                           *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    SAME HISTORY THE PRDPACT ACTIVATION KEEPS - *
      *                    SEE PRDPRICE FOR EFFECTIVE-DATED CHANGES    *
      *                    WITH APPROVAL                               *
      *  2026-10-15 UISAD  LIFECYCLE STATUS, DISCONTINUE DATE AND      *
      *                    REPLACEMENT PRODNUM (COLS 37-51); DELETE    *
      *                    REFUSED ONCE A PRODUCT HAS HISTORY          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               88  WS-PRICE-IS-NULL                   VALUE 'NULL '.
           05  WS-MAINT-PRICE-NUM REDEFINES WS-MAINT-PRODPRICE
                                            PIC 9(3)V9(2).
           05  WS-MAINT-STATUS              PIC X(01) VALUE SPACES.
               88  WS-STATUS-IS-BLANK                 VALUE SPACE.
               88  WS-STATUS-IS-ACTIVE                VALUE 'A'.
               88  WS-STATUS-IS-PENDING               VALUE 'P'.
               88  WS-STATUS-IS-DISCONTINUED          VALUE 'D'.
               88  WS-STATUS-IS-VALID       VALUE ' ' 'A' 'P' 'D'.
           05  WS-MAINT-DISC-DATE           PIC X(10) VALUE SPACES.
           05  WS-MAINT-REPL-PRODNUM        PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(29) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-PRODNUM-NUM               PIC S9(4) USAGE COMP.
           05  WS-PRICE-IND                 PIC S9(4) USAGE COMP.
           05  WS-DISC-DATE-IND             PIC S9(4) USAGE COMP.
           05  WS-REPL-PRODNUM-NUM          PIC S9(4) USAGE COMP.
           05  WS-REFERENCE-COUNT           PIC S9(9) USAGE COMP.
      * THE LIFECYCLE AS IT STANDS, FROM 2000
           05  WS-CURRENT-STATUS            PIC X(01) VALUE SPACE.
           05  WS-CURRENT-DISC-DATE         PIC X(10) VALUE SPACES.
           05  WS-CURRENT-REPL-PRODNUM      PIC S9(4) USAGE COMP.

       01  WS-SWITCHES.
           05  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.

           DISPLAY 'PRDMAINT - ACTION=' WS-MAINT-ACTION
                    ' PRODNUM=' WS-MAINT-PRODNUM
                    ' PRODPRICE=' WS-MAINT-PRODPRICE
                    ' STATUS=' WS-MAINT-STATUS
                    ' DISC-DATE=' WS-MAINT-DISC-DATE
                    ' REPL=' WS-MAINT-REPL-PRODNUM.
       1000-EXIT.
           EXIT.
      *

           MOVE WS-MAINT-PRODNUM            TO WS-PRODNUM-NUM.

           MOVE SPACES                      TO PRODNAME-TEXT
                                               PROD-DISC-DATE.
           MOVE ZEROES                      TO PRODPRICE
                                               PROD-REPL-PRODNUM.

           EXEC SQL
                SELECT  PRODNAME
                       ,PRODPRICE
                       ,PROD_STATUS
                       ,CHAR(PROD_DISC_DATE, ISO)
                       ,PROD_REPL_PRODNUM
                  INTO  :PRODNAME    :INDSTRUC OF IPRODUCTS(2)
                       ,:PRODPRICE   :INDSTRUC OF IPRODUCTS(4)
                       ,:PROD-STATUS
                       ,:PROD-DISC-DATE
                                     :INDSTRUC OF IPRODUCTS(6)
                       ,:PROD-REPL-PRODNUM
                  FROM Q.PRODUCTS
                 WHERE PRODNUM = :WS-PRODNUM-NUM
           END-EXEC.
           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE

               IF INDSTRUC OF IPRODUCTS(6) < ZERO
                   MOVE SPACES              TO PROD-DISC-DATE
               END-IF
               MOVE PROD-STATUS             TO WS-CURRENT-STATUS
               MOVE PROD-DISC-DATE          TO WS-CURRENT-DISC-DATE
               MOVE PROD-REPL-PRODNUM       TO WS-CURRENT-REPL-PRODNUM
               DISPLAY 'PRDMAINT - CURRENT LIFECYCLE: STATUS='
                        PROD-STATUS ' DISC-DATE=' PROD-DISC-DATE
                       ' REPL=' PROD-REPL-PRODNUM

      * A NULL COLUMN LEAVES ITS HOST VARIABLE UNPREDICTABLE - PUT THE
      * SPACE/ZERO DEFAULT ALREADY MOVED IN ABOVE BACK IN ITS PLACE.
               IF INDSTRUC OF IPRODUCTS(2) < ZERO
                            WS-MAINT-PRODPRICE
               END-IF
           END-IF.

           IF WS-EDITS-PASSED
               IF WS-ACTION-IS-DELETE
                   PERFORM 2600-EDIT-DELETE
                      THRU 2600-EXIT
               ELSE
                   PERFORM 2800-EDIT-LIFECYCLE
                      THRU 2800-EXIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2600-EDIT-DELETE                          *
      * ONCE A PRODUCT HAS BEEN ORDERED OR PRICED, OR ANOTHER PRODUCT  *
      * NAMES IT AS ITS REPLACEMENT, DELETING IT WOULD LEAVE HISTORY   *
      * POINTING AT NOTHING - IT MUST BE DISCONTINUED INSTEAD.         *
      ******************************************************************
       2600-EDIT-DELETE.

           IF NOT WS-ROW-WAS-FOUND
               GO TO 2600-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-REFERENCE-COUNT.

           EXEC SQL
                SELECT  (SELECT COUNT(*) FROM Q.PRODORD_LINE
                          WHERE ORDL_PRODNUM = :WS-PRODNUM-NUM
                             OR ORDL_SUBST_PRODNUM = :WS-PRODNUM-NUM)
                      + (SELECT COUNT(*) FROM Q.PRODPRICE_HIST
                          WHERE HIST_PRODNUM = :WS-PRODNUM-NUM)
                      + (SELECT COUNT(*) FROM Q.PRODUCTS
                          WHERE PROD_REPL_PRODNUM = :WS-PRODNUM-NUM)
                  INTO  :WS-REFERENCE-COUNT
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - DELETE REJECTED, HISTORY CHECK '
                       'FAILED SQLCODE=' SQLCODE
               GO TO 2600-EXIT
           END-IF.

           IF WS-REFERENCE-COUNT > ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - DELETE REJECTED, PRODNUM '
                        WS-MAINT-PRODNUM ' HAS ORDER, PRICE OR '
                       'REPLACEMENT HISTORY - DISCONTINUE IT INSTEAD '
                       '(STATUS D)'
           END-IF.
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2800-EDIT-LIFECYCLE                         *
      * SETS THE PROD_STATUS/DATE/REPLACEMENT HOST VARIABLES FROM THE  *
      * CARD. A BLANK STATUS IS ACTIVE ON AN ADD AND LEAVES THE        *
      * LIFECYCLE UNCHANGED ON A CHANGE. ACTIVE TAKES NO DATE OR       *
      * REPLACEMENT; PENDING NEEDS A DATE; DISCONTINUED DEFAULTS ITS   *
      * DATE TO TODAY. DB2 VALIDATES THE DATE.                         *
      ******************************************************************
       2800-EDIT-LIFECYCLE.

           IF NOT WS-STATUS-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, STATUS NOT A, P OR D: '
                        WS-MAINT-STATUS
               GO TO 2800-EXIT
           END-IF.

           IF WS-STATUS-IS-BLANK
              AND WS-ACTION-IS-CHANGE
               IF WS-MAINT-DISC-DATE NOT = SPACES
                  OR WS-MAINT-REPL-PRODNUM NOT = SPACES
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'PRDMAINT - REJECTED, DATE OR REPLACEMENT '
                           'KEYED WITHOUT A STATUS'
                   GO TO 2800-EXIT
               END-IF
               MOVE WS-CURRENT-STATUS       TO PROD-STATUS
               MOVE WS-CURRENT-DISC-DATE    TO PROD-DISC-DATE
               MOVE WS-CURRENT-REPL-PRODNUM TO PROD-REPL-PRODNUM
               GO TO 2800-EXIT
           END-IF.

           IF WS-STATUS-IS-BLANK
               SET WS-STATUS-IS-ACTIVE      TO TRUE
           END-IF.

           MOVE WS-MAINT-STATUS             TO PROD-STATUS.
           MOVE WS-MAINT-DISC-DATE          TO PROD-DISC-DATE.
           MOVE ZEROES                      TO PROD-REPL-PRODNUM.

           IF WS-STATUS-IS-ACTIVE
               IF WS-MAINT-DISC-DATE NOT = SPACES
                  OR WS-MAINT-REPL-PRODNUM NOT = SPACES
                   MOVE 'N'                 TO WS-EDITS-PASSED-SW
                   DISPLAY 'PRDMAINT - REJECTED, AN ACTIVE PRODUCT '
                           'TAKES NO DISCONTINUE DATE OR REPLACEMENT'
               END-IF
               GO TO 2800-EXIT
           END-IF.

           IF WS-STATUS-IS-PENDING
              AND WS-MAINT-DISC-DATE = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, PENDING DISCONTINUE '
                       'NEEDS A DISCONTINUE DATE'
               GO TO 2800-EXIT
           END-IF.

           IF WS-MAINT-DISC-DATE = SPACES
               EXEC SQL
                    SET :PROD-DISC-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               EXEC SQL
                    SET :PROD-DISC-DATE =
                        CHAR(DATE(:WS-MAINT-DISC-DATE), ISO)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, INVALID DISCONTINUE '
                       'DATE: ' WS-MAINT-DISC-DATE
               GO TO 2800-EXIT
           END-IF.

           IF WS-MAINT-REPL-PRODNUM = SPACES
               DISPLAY 'PRDMAINT - NO REPLACEMENT - PRDORDER WILL '
                       'REJECT ORDERS FOR THIS PRODUCT FROM '
                        PROD-DISC-DATE
               GO TO 2800-EXIT
           END-IF.

           PERFORM 2850-EDIT-REPLACEMENT
              THRU 2850-EXIT.
       2800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2850-EDIT-REPLACEMENT                        *
      * THE REPLACEMENT MUST BE ANOTHER PRODUCT ON Q.PRODUCTS THAT IS  *
      * NOT ITSELF DISCONTINUED - PRDORDER SUBSTITUTES ONCE ONLY.      *
      ******************************************************************
       2850-EDIT-REPLACEMENT.

           IF WS-MAINT-REPL-PRODNUM NOT NUMERIC
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, REPLACEMENT PRODNUM NOT '
                       'NUMERIC: ' WS-MAINT-REPL-PRODNUM
               GO TO 2850-EXIT
           END-IF.

           MOVE WS-MAINT-REPL-PRODNUM       TO WS-REPL-PRODNUM-NUM.

           IF WS-REPL-PRODNUM-NUM = WS-PRODNUM-NUM
              OR WS-REPL-PRODNUM-NUM = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, A PRODUCT CANNOT BE ITS '
                       'OWN REPLACEMENT OR PRODNUM 0000'
               GO TO 2850-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-REFERENCE-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REFERENCE-COUNT
                  FROM Q.PRODUCTS
                 WHERE PRODNUM      = :WS-REPL-PRODNUM-NUM
                   AND PROD_STATUS <> 'D'
           END-EXEC.

           IF SQLCODE NOT = 0
              OR WS-REFERENCE-COUNT = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'PRDMAINT - REJECTED, REPLACEMENT '
                        WS-MAINT-REPL-PRODNUM ' NOT ON Q.PRODUCTS OR '
                       'DISCONTINUED'
               GO TO 2850-EXIT
           END-IF.

           MOVE WS-REPL-PRODNUM-NUM         TO PROD-REPL-PRODNUM.
       2850-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2700-SET-PRICE-HOST-VARS                     *
      * A CARD PRICE OF 'NULL' BECOMES A -1 INDICATOR SO DB2 STORES A  *
      * GENUINE NULL; ANYTHING ELSE IS THE EDITED NUMERIC PRICE.       *
               MOVE ZEROES                  TO WS-PRICE-IND
               MOVE WS-MAINT-PRICE-NUM      TO PRODPRICE
           END-IF.

      * AN ACTIVE PRODUCT CARRIES NO DISCONTINUE DATE
           IF PROD-DISC-DATE = SPACES
               MOVE -1                      TO WS-DISC-DATE-IND
           ELSE
               MOVE ZEROES                  TO WS-DISC-DATE-IND
           END-IF.
       2700-EXIT.
           EXIT.
      *
                       ( PRODNUM
                       , PRODNAME
                       , PRODGRP
                       , PRODPRICE
                       , PROD_STATUS
                       , PROD_DISC_DATE
                       , PROD_REPL_PRODNUM )
                VALUES ( :WS-PRODNUM-NUM
                       , :PRODNAME
                       , :PRODGRP
                       , :PRODPRICE :WS-PRICE-IND
                       , :PROD-STATUS
                       , DATE(:PROD-DISC-DATE :WS-DISC-DATE-IND)
                       , :PROD-REPL-PRODNUM )
           END-EXEC.

           IF SQLCODE = 0
                       SET PRODNAME  = :PRODNAME
                         , PRODGRP   = :PRODGRP
                         , PRODPRICE = :PRODPRICE :WS-PRICE-IND
                         , PROD_STATUS       = :PROD-STATUS
                         , PROD_DISC_DATE    =
                           DATE(:PROD-DISC-DATE :WS-DISC-DATE-IND)
                         , PROD_REPL_PRODNUM = :PROD-REPL-PRODNUM
                     WHERE PRODNUM   = :WS-PRODNUM-NUM
               END-EXEC

