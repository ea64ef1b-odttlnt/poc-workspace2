      *                IS ALSO NULLABLE AND IS FETCHED WITH ITS OWN    *
      *                IORG INDICATOR (INDSTRUC(4)), DEFAULTED TO      *
      *                SPACES WHEN NULL.                               *
      *                PRODUCTS DISCONTINUED AS OF TODAY (STATUS D, OR *
      *                P WITH ITS DATE REACHED) ARE LEFT OFF THE PRICE *
      *                LIST. THEY AND THE PRODUCTS PENDING DISCONTINUE *
      *                ARE LISTED IN A SECTION OF THEIR OWN WITH THE   *
      *                DATE AND ANY REPLACEMENT PRODUCT.               *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *                    GROUPS AND DEPARTMENTS NOW PRINT AS         *
      *                    EXCEPTIONS INSTEAD OF DROPPING OFF THE      *
      *                    REPORT                                      *
      *  2026-10-15 UISAD  DISCONTINUED PRODUCTS DROPPED FROM THE      *
      *                    PRICE LIST; DISCONTINUED AND PENDING        *
      *                    DISCONTINUE PRODUCTS LISTED SEPARATELY      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-UNMAPPED-GRP-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-BAD-DEPT-XREF-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-UNMAPPED-DEPT-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-DISCONTINUED-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-PENDING-DISC-COUNT        PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-RPT-PRODPRICE             PIC ZZ9.99.

       01  WS-LIFECYCLE-LINE.
           05  WS-LCY-PRODNUM               PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-LCY-PRODNAME              PIC X(11).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-LCY-STATUS                PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-LCY-DISC-DATE             PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-LCY-REPL-PRODNUM          PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-LCY-REPL-PRODNAME         PIC X(11).

       01  WS-LIFECYCLE-FIELDS.
           05  WS-LCY-DISC-IND              PIC S9(4) USAGE COMP.
           05  WS-LCY-REPL-NAME-IND         PIC S9(4) USAGE COMP.
           05  WS-LCY-REPL-NAME             PIC X(11) VALUE SPACES.
           05  WS-LCY-EFFECTIVE-SW          PIC X(01) VALUE SPACE.
               88  WS-LCY-IS-DISCONTINUED             VALUE 'D'.

           EXEC SQL INCLUDE SQLCA        END-EXEC.
           COPY PRODUCTS.
           COPY ORG.
                  FROM Q.PRODUCTS P, Q.PRODDEPT X, Q.ORG O
                 WHERE P.PRODGRP = X.XREF_PRODGRP
                   AND X.XREF_DEPTNUMB = O.DEPTNUMB
                   AND NOT ( P.PROD_STATUS = 'D'
                          OR ( P.PROD_STATUS = 'P'
                           AND P.PROD_DISC_DATE <= CURRENT DATE ) )
                 ORDER BY O.O_DIVISION, O.DEPTNAME, P.PRODNAME
           END-EXEC.

      * DISCONTINUED AND PENDING-DISCONTINUE PRODUCTS WITH ANY
      * REPLACEMENT. A PENDING PRODUCT PAST ITS DATE COUNTS AS
      * DISCONTINUED ('D' IN THE LAST COLUMN).
           EXEC SQL
                DECLARE LIFECYCLE-CSR CURSOR FOR
                SELECT P.PRODNUM, P.PRODNAME, P.PROD_STATUS,
                       CHAR(P.PROD_DISC_DATE, ISO),
                       P.PROD_REPL_PRODNUM, R.PRODNAME,
                       CASE WHEN P.PROD_STATUS = 'D'
                              OR P.PROD_DISC_DATE <= CURRENT DATE
                            THEN 'D' ELSE 'P' END
                  FROM Q.PRODUCTS P
                  LEFT OUTER JOIN Q.PRODUCTS R
                    ON R.PRODNUM = P.PROD_REPL_PRODNUM
                 WHERE P.PROD_STATUS IN ('D', 'P')
                 ORDER BY 7, P.PROD_DISC_DATE, P.PRODNUM
           END-EXEC.

      * EXCEPTION 1 - PRODUCT GROUPS WITH NO CROSS-REFERENCE ROW
           EXEC SQL
                DECLARE NOXREF-CSR CURSOR FOR
           PERFORM 8000-CLOSE-CURSOR
              THRU 8000-EXIT.

           PERFORM 6000-REPORT-LIFECYCLE
              THRU 6000-EXIT.

           PERFORM 7000-REPORT-EXCEPTIONS
              THRU 7000-EXIT.

           EXIT.
      *
      ******************************************************************
      *                  6000-REPORT-LIFECYCLE                         *
      * DISCONTINUED PRODUCTS FIRST, THEN THOSE PENDING DISCONTINUE,   *
      * EACH IN DATE ORDER, WITH THE REPLACEMENT PRDORDER SUBSTITUTES. *
      ******************************************************************
       6000-REPORT-LIFECYCLE.

           DISPLAY ' '.
           DISPLAY 'PRDRPT - DISCONTINUED AND PENDING DISCONTINUE '
                   'PRODUCTS'.
           DISPLAY '    PROD  NAME         STATUS        DATE       '
                   '  REPL  REPL NAME'.

           EXEC SQL
                OPEN LIFECYCLE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'PRDRPT - LIFECYCLE OPEN FAILED SQLCODE='
                        SQLCODE
               GO TO 6000-EXIT
           END-IF.

           MOVE 'N'                          TO WS-EXCP-EOF-SW.
           PERFORM 6100-REPORT-ONE-LIFECYCLE
              THRU 6100-EXIT
              UNTIL WS-EOF-EXCP-CURSOR.

           EXEC SQL
                CLOSE LIFECYCLE-CSR
           END-EXEC.

           IF WS-DISCONTINUED-COUNT = ZEROES
             AND WS-PENDING-DISC-COUNT = ZEROES
               DISPLAY '  NONE'
           END-IF.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 6100-REPORT-ONE-LIFECYCLE                      *
      ******************************************************************
       6100-REPORT-ONE-LIFECYCLE.

           EXEC SQL
                FETCH LIFECYCLE-CSR
                INTO :PRODNUM, :PRODNAME :INDSTRUC OF IPRODUCTS(2),
                     :PROD-STATUS,
                     :PROD-DISC-DATE :WS-LCY-DISC-IND,
                     :PROD-REPL-PRODNUM,
                     :WS-LCY-REPL-NAME :WS-LCY-REPL-NAME-IND,
                     :WS-LCY-EFFECTIVE-SW
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'Y'                  TO WS-EXCP-EOF-SW
                   GO TO 6100-EXIT
               WHEN OTHER
                   DISPLAY 'PRDRPT - LIFECYCLE FETCH FAILED SQLCODE='
                            SQLCODE
                   MOVE 'Y'                  TO WS-EXCP-EOF-SW
                   GO TO 6100-EXIT
           END-EVALUATE.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                   TO PRODNAME-TEXT
           END-IF.
           IF WS-LCY-DISC-IND < ZERO
               MOVE SPACES                   TO PROD-DISC-DATE
           END-IF.
           IF WS-LCY-REPL-NAME-IND < ZERO
               MOVE SPACES                   TO WS-LCY-REPL-NAME
           END-IF.

           MOVE SPACES                       TO WS-LIFECYCLE-LINE.
           MOVE PRODNUM                      TO WS-LCY-PRODNUM.
           MOVE PRODNAME-TEXT                TO WS-LCY-PRODNAME.
           MOVE PROD-DISC-DATE               TO WS-LCY-DISC-DATE.

           IF WS-LCY-IS-DISCONTINUED
               MOVE 'DISCONTINUED'           TO WS-LCY-STATUS
               ADD 1                         TO WS-DISCONTINUED-COUNT
           ELSE
               MOVE 'PENDING'                TO WS-LCY-STATUS
               ADD 1                         TO WS-PENDING-DISC-COUNT
           END-IF.

           IF PROD-REPL-PRODNUM = ZERO
               MOVE '(NONE)'                 TO WS-LCY-REPL-PRODNAME
           ELSE
               MOVE PROD-REPL-PRODNUM        TO WS-LCY-REPL-PRODNUM
               MOVE WS-LCY-REPL-NAME         TO WS-LCY-REPL-PRODNAME
           END-IF.

           DISPLAY '    ' WS-LIFECYCLE-LINE.
           ADD 1                             TO WS-LINE-COUNT.
       6100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  7000-REPORT-EXCEPTIONS                        *
      * A MISSING MAPPING MUST BE A VISIBLE EXCEPTION, NOT A SILENTLY  *
      * DROPPED REVENUE LINE - LIST EVERY PRODUCT GROUP WITH NO        *
           DISPLAY 'PRDRPT - REPORT LINES WRITTEN: ' WS-LINE-COUNT.
           DISPLAY 'PRDRPT - NULL PRICES DEFAULTED: '
                    WS-NULL-PRICE-COUNT.
           DISPLAY 'PRDRPT - PRODUCTS DISCONTINUED: '
                    WS-DISCONTINUED-COUNT.
           DISPLAY 'PRDRPT - PENDING DISCONTINUE: '
                    WS-PENDING-DISC-COUNT.
           DISPLAY 'PRDRPT - UNMAPPED PRODUCT GROUPS: '
                    WS-UNMAPPED-GRP-COUNT.
           DISPLAY 'PRDRPT - MAPPINGS TO MISSING DEPT: '
