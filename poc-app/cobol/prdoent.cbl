      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDOENT.
       AUTHOR. NLOPEZ.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  PRDOENT:      ORDER LINE ENTRY SCREEN FOR PRDORDER            *
      *                                                                *
      *  FUNCTION:     DEPARTMENTS' ORDER SPREADSHEETS WERE KEYED INTO *
      *                THE ORDIN FILE BY HAND, AND A MISKEYED PRODNUM  *
      *                OR DEPTNUMB ONLY CAME BACK ON THE NEXT          *
      *                MORNING'S ORDERR. THIS GREEN-SCREEN (3270,      *
      *                TRAN PRDO) FRONT END TAKES THE LINES INSTEAD:   *
      *                                                                *
      *                - ENTRY VIEW: THE OPERATOR KEYS DEPTNUMB, AN    *
      *                  OPTIONAL ORDER REFERENCE, PRODNUM AND         *
      *                  QUANTITY. ENTER PROVES THE DEPARTMENT ON      *
      *                  Q.ORG AND THE PRODUCT ON Q.PRODUCTS, AND      *
      *                  SHOWS THE LIST PRICE, Q.PRCRULE RULE, UNIT    *
      *                  PRICE AND EXTENSION PRDORDER WOULD CHARGE -   *
      *                  THE SAME CALENDAR, PRICE-AS-OF-DATE, RULE     *
      *                  AND DISCONTINUED-PRODUCT LOGIC (SEE PRDORDER  *
      *                  3000-3600; A CHANGE THERE IS MADE HERE TOO).  *
      *                  PF6 STAGES THE LINE ON Q.PRODORD_STG, WHICH   *
      *                  THE NIGHTLY PRDORDER RUN READS IN PLACE OF A  *
      *                  HAND-BUILT ORDIN FILE. PF5 CLEARS FOR A NEW   *
      *                  LINE.                                         *
      *                - REVIEW VIEW (PF2): THE OPERATOR'S OWN LINES,  *
      *                  OR ONE DEPARTMENT'S, WITH EACH LINE'S STATUS  *
      *                  AND, ONCE THE NIGHTLY RUN HAS TAKEN IT, ITS   *
      *                  ORDER ID OR REJECT/HOLD REASON. C AGAINST A   *
      *                  STAGED LINE BRINGS IT BACK TO THE ENTRY VIEW  *
      *                  TO BE CHANGED (PF6 SAVES), X CANCELS IT.      *
      *                  PF7/PF8 PAGE, PF5 RETURNS TO ENTRY.           *
      *                                                                *
      *                A LINE CAN BE CHANGED OR CANCELLED UNTIL THE    *
      *                NIGHTLY CUTOFF - THE MOMENT PRDORDER TAKES THE  *
      *                STAGED LINES FOR ITS RUN. PF3 ENDS.             *
      *                                                                *
      *                CREDITS (RETURNED PRODUCT) ARE NOT TAKEN HERE - *
      *                THEY STILL COME IN ON ORDIN.                    *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS PSEUDO-CONVERSATIONAL, TRAN PRDO)  *
      *                                                                *
      *  PARAMETERS:   1. PRDOEM.CPY    (SYMBOLIC MAP - ENTRY)         *
      *                2. PRDOLM.CPY    (SYMBOLIC MAP - REVIEW)        *
      *                3. DFHAID.CPY    (ATTENTION IDENTIFIERS)        *
      *                4. F5748BDC.CPY  (BUSINESS-DATE COMMAREA)       *
      *                                                                *
      *  DB2 TABLES:   Q.PRODUCTS, Q.ORG, Q.LOCCAL (READ)              *
      *                Q.PRODPRICE_HIST, Q.PRODPRICE_PEND (READ)       *
      *                Q.PRCRULE (READ)                                *
      *                Q.PRODORD_STG (READ/INSERT/UPDATE)              *
      *                T_BUS_HOLIDAY (READ, VIA F5748BDT)              *
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

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'PRDOENT'.
           05  WS-TRANSACTION-ID            PIC X(04) VALUE 'PRDO'.
           05  WS-BUS-DATE-SVC              PIC X(08) VALUE 'F5748BDT'.
           05  WS-ROWS-PER-PAGE             PIC 9(02) VALUE 10.
           05  WS-MAX-INSERT-TRIES          PIC 9(01) VALUE 3.

      * F5748BDT COMMAREA - THE CICS FACE OF DB2PGM'S BUSINESS-DATE
      * CALCULATOR. THE KEYED-DATE CHECK OF TODAY ON THE DEPARTMENT'S
      * CALENDAR GIVES THE PRICE DATE, AS PRDORDER'S 3200 DOES.
       01  WS-BDT-AREA.
           COPY F5748BDC.

       01  WS-WORKING-FIELDS.
           05  WS-RACF-ID                   PIC X(08) VALUE SPACES.
           05  WS-RESPCODE                  PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRODNUM-NUM               PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-DEPTNUMB-NUM              PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-QUANTITY-NUM              PIC 9(05) VALUE ZEROES.
           05  WS-KEYED-PRODNUM             PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-UNIT-PRICE                PIC 9(3)V9(2)
                                                        VALUE ZEROES.
           05  WS-LIST-PRICE                PIC 9(3)V9(2)
                                                        VALUE ZEROES.
           05  WS-EXTENDED                  PIC 9(8)V9(2)
                                                        VALUE ZEROES.
           05  WS-PRICE-DEFAULTED           PIC X(01) VALUE SPACE.
           05  WS-REASON                    PIC X(30) VALUE SPACES.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-LINE-LOCATION             PIC X(13) VALUE SPACES.
           05  WS-LINE-CAL-ID               PIC X(08) VALUE SPACES.
           05  WS-PRICE-DATE                PIC X(10) VALUE SPACES.
           05  WS-ALT-PRICE                 PIC S9(3)V9(2) USAGE COMP-3
                                                        VALUE ZEROES.
           05  WS-ALT-NULL-IND              PIC X(01) VALUE SPACE.
      * THE PRODNUM KEYED WHEN 3600 SUBSTITUTED ITS REPLACEMENT, ZERO
      * OTHERWISE
           05  WS-SUBST-FROM-PRODNUM        PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-PRODUCT-AVAIL-SW          PIC X(01) VALUE 'Y'.
               88  WS-PRODUCT-IS-AVAILABLE            VALUE 'Y'.
           05  WS-NEW-LINE-ID               PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-INSERT-TRIES              PIC 9(01) VALUE ZEROES.
           05  WS-FILTER-DEPTNUMB           PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ROW-SUB                   PIC 9(02) VALUE ZEROES.
           05  WS-SKIP-COUNT                PIC 9(05) VALUE ZEROES.
           05  WS-CHANGE-SUB                PIC 9(02) VALUE ZEROES.
           05  WS-CANCEL-COUNT              PIC 9(02) VALUE ZEROES.
           05  WS-REFUSED-COUNT             PIC 9(02) VALUE ZEROES.
           05  WS-BAD-SELECT-COUNT          PIC 9(02) VALUE ZEROES.
           05  WS-STATUS-TEXT               PIC X(30) VALUE SPACES.
           05  WS-SQLCODE-DSP               PIC -(8)9.

      * DISPLAY FORMS OF THE QUOTE AND OF A REVIEW ROW
       01  WS-DISPLAY-FIELDS.
           05  WS-PRICE-DSP                 PIC ZZ9.99.
           05  WS-EXT-DSP                   PIC Z(7)9.99.
           05  WS-RULE-DSP                  PIC 9(07).
           05  WS-LINE-ID-DSP               PIC 9(07).
           05  WS-ORDER-ID-DSP              PIC 9(09).
           05  WS-DEPT-DSP                  PIC 9(05).
           05  WS-PROD-DSP                  PIC 9(04).
           05  WS-REPL-DSP                  PIC 9(04).
           05  WS-QTY-DSP                   PIC 9(05).
           05  WS-PAGE-DSP                  PIC 9(03).
           05  WS-COUNT-DSP                 PIC 9(02).

      * A KEYED NUMBER - LEADING SPACES ARE TAKEN AS ZEROES AND THE
      * DIGITS RIGHT-JUSTIFIED, SO '12' KEYS THE SAME AS '00012'.
       01  WS-EDIT-AREA.
           05  WS-EDIT-IN                   PIC X(05) VALUE SPACES.
           05  WS-EDIT-LEN                  PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-EDIT-START                PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-EDIT-DIGITS-X             PIC X(05) VALUE ZEROES.
           05  WS-EDIT-DIGITS REDEFINES WS-EDIT-DIGITS-X
                                            PIC 9(05).
           05  WS-EDIT-NUM                  PIC 9(05) VALUE ZEROES.
           05  WS-EDIT-OK-SW                PIC X(01) VALUE 'N'.
               88  WS-EDIT-IS-OK                      VALUE 'Y'.

      ******************************************************************
      *      PRICING-RULE SEARCH FOR THE LINE BEING QUOTED             *
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

       01  WS-SWITCHES.
           05  WS-QUOTE-OK-SW               PIC X(01) VALUE 'N'.
               88  WS-QUOTE-IS-OK                     VALUE 'Y'.
           05  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-LIST-IS-EOF                     VALUE 'Y'.
           05  WS-MORE-PAGES-SW             PIC X(01) VALUE 'N'.
               88  WS-MORE-PAGES                      VALUE 'Y'.

       01  WS-ERROR-AREA.
           05  WS-ENTRY-PROMPT-MSG          PIC X(60) VALUE
         'ENTER=PRICE  PF6=STAGE  PF2=REVIEW  PF5=NEW LINE  PF3=EXIT  '.
           05  WS-CHANGE-PROMPT-MSG         PIC X(60) VALUE
         'CHANGE THE LINE - ENTER=PRICE  PF6=SAVE  PF5=ABANDON        '.
           05  WS-LIST-PROMPT-MSG           PIC X(60) VALUE
         'C=CHANGE X=CANCEL, ENTER  PF7/PF8=PAGE  PF5=ENTRY  PF3=EXIT '.
           05  WS-BAD-KEY-MSG               PIC X(60) VALUE
         'INVALID KEY - ENTER, PF2, PF3, PF5 OR PF6                   '.
           05  WS-BAD-LIST-KEY-MSG          PIC X(60) VALUE
         'INVALID KEY - ENTER, PF3, PF5, PF7 OR PF8                   '.
           05  WS-NOT-STAGED-MSG            PIC X(60) VALUE
         'LINE IS NO LONGER STAGED - TAKEN BY TONIGHT''S RUN/CANCELLED'.
           05  WS-STAGE-FAILED-MSG          PIC X(60) VALUE
         'LINE NOT STAGED - SEE SQLCODE IN LOG                        '.
           05  WS-LIST-FAILED-MSG           PIC X(60) VALUE
         'REVIEW LOOKUP FAILED - SEE SQLCODE IN LOG                   '.
           05  WS-EMPTY-LIST-MSG            PIC X(60) VALUE
         'NO STAGED OR RECENT LINES TO SHOW.                          '.
           05  WS-END-OF-LIST-MSG           PIC X(60) VALUE
         'END OF LIST.                                                '.
           05  WS-BAD-FILTER-MSG            PIC X(60) VALUE
         'DEPARTMENT MUST BE NUMERIC, OR BLANK FOR YOUR OWN LINES     '.
           05  WS-BAD-SELECT-MSG            PIC X(60) VALUE
         'SELECT C TO CHANGE OR X TO CANCEL A LINE                    '.
           05  WS-NULL-PRICE-NOTE           PIC X(60) VALUE
         'NO LIST PRICE - THE NIGHTLY RUN PRICES IT AT ITS DEFAULT    '.

      ******************************************************************
      *          PSEUDO-CONVERSATIONAL STATE CARRIED IN THE COMMAREA   *
      * THE KEYED LINE IS KEPT HERE SO PF6 AFTER ENTER STAGES WHAT WAS *
      * PRICED EVEN THOUGH THE SCREEN SENDS BACK ONLY CHANGED FIELDS.  *
      * CA-ROW-LINE-ID REMEMBERS WHICH STAGED LINE EACH REVIEW ROW     *
      * SHOWED, SO A SELECTION ACTS ON THE LINE THE OPERATOR SAW.      *
      ******************************************************************
       01  WS-COMMAREA.
           05  CA-VIEW                      PIC X(01) VALUE 'E'.
               88  CA-VIEW-IS-ENTRY                   VALUE 'E'.
               88  CA-VIEW-IS-LIST                    VALUE 'L'.
           05  CA-CHANGE-LINE-ID            PIC S9(9) USAGE COMP
                                                        VALUE ZEROES.
           05  CA-KEY-DEPT                  PIC X(05) VALUE SPACES.
           05  CA-KEY-REF                   PIC X(10) VALUE SPACES.
           05  CA-KEY-PROD                  PIC X(04) VALUE SPACES.
           05  CA-KEY-QTY                   PIC X(05) VALUE SPACES.
           05  CA-PAGE                      PIC 9(03) VALUE ZEROES.
           05  CA-FILTER-DEPT               PIC X(05) VALUE SPACES.
           05  CA-ROW-LINE-ID               PIC S9(9) USAGE COMP
                                            OCCURS 10 TIMES.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR Q.PRODUCTS
           COPY PRODUCTS.

      * DCLGEN FOR Q.ORG
           COPY ORG.

      * DCLGEN FOR Q.LOCCAL
           COPY LOCCAL.

      * DCLGEN FOR Q.PRCRULE
           COPY PRCRULE.

      * DCLGEN FOR Q.PRODORD_STG
           COPY PRODORDS.

      * EVERY RULE THAT COULD PRICE THE LINE - THE SAME SEARCH AS
      * PRDORDER'S RULE-CSR; 3400 PICKS THE BEST
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

      * THE REVIEW LIST - THE OPERATOR'S OWN LINES (FILTER ZERO) OR
      * ONE DEPARTMENT'S. LINES STILL OPEN OR IN TONIGHT'S RUN ALWAYS
      * SHOW; FINISHED AND CANCELLED ONES FOR A WEEK AFTER.
           EXEC SQL
                DECLARE LIST-CSR CURSOR FOR
                SELECT ORDS_LINE_ID
                     , ORDS_DEPTNUMB
                     , ORDS_ORDER_REF
                     , ORDS_PRODNUM
                     , ORDS_QUANTITY
                     , ORDS_QUOTED_PRICE
                     , ORDS_PRICE_DEFAULTED
                     , ORDS_STATUS
                     , ORDS_ORDER_ID
                     , ORDS_RESULT
                  FROM Q.PRODORD_STG
                 WHERE ( ( :WS-FILTER-DEPTNUMB = 0
                       AND ORDS_ENTERED_BY = :WS-RACF-ID )
                      OR ( :WS-FILTER-DEPTNUMB <> 0
                       AND ORDS_DEPTNUMB = :WS-FILTER-DEPTNUMB ) )
                   AND ( ORDS_STATUS IN ('S', 'I')
                      OR ORDS_CHG_TS > CURRENT TIMESTAMP - 7 DAYS )
                 ORDER BY ORDS_DEPTNUMB, ORDS_ORDER_REF, ORDS_LINE_ID
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'PRDOENT WORKING STORAGE ENDS'.
      *
       COPY PRDOEM.
      *
       COPY PRDOLM.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(77).
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.
      *
           IF EIBCALEN = 0
              PERFORM 1000-START-CONVERSATION
                 THRU 1000-EXIT
           ELSE
              MOVE DFHCOMMAREA              TO WS-COMMAREA
              EXEC CICS ASSIGN
                        USERID(WS-RACF-ID)
              END-EXEC
              IF CA-VIEW-IS-LIST
                  PERFORM 4000-PROCESS-REVIEW
                     THRU 4000-EXIT
              ELSE
                  PERFORM 2000-PROCESS-ENTRY
                     THRU 2000-EXIT
              END-IF
           END-IF.

           EXEC CICS RETURN
                TRANSID(WS-TRANSACTION-ID)
                COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   1000-START-CONVERSATION                      *
      ******************************************************************
       1000-START-CONVERSATION.

           SET CA-VIEW-IS-ENTRY             TO TRUE.
           PERFORM 2950-CLEAR-FOR-NEW-LINE
              THRU 2950-EXIT.
           MOVE SPACES                      TO CA-KEY-DEPT
                                               CA-KEY-REF.
           MOVE WS-ENTRY-PROMPT-MSG         TO EMSGO.

           PERFORM 2900-SEND-ENTRY-SCREEN
              THRU 2900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-PROCESS-ENTRY                         *
      * ENTER PRICES THE KEYED LINE, PF6 PRICES AND STAGES IT (OR      *
      * SAVES THE CHANGE TO A STAGED LINE), PF2 FLIPS TO THE REVIEW    *
      * VIEW, PF5 CLEARS FOR A NEW LINE, PF3 ENDS THE CONVERSATION.    *
      ******************************************************************
       2000-PROCESS-ENTRY.

           MOVE LOW-VALUES                  TO PRDOEMI.

           EXEC CICS RECEIVE MAP('PRDOEM')
                     MAPSET('PRDOMS')
                     INTO(PRDOEMI)
                     RESP(WS-RESPCODE)
           END-EXEC.

      * ONLY THE FIELDS THE OPERATOR TOUCHED COME BACK - THE REST
      * KEEP WHAT THE COMMAREA REMEMBERS.
           IF EDEPTL > ZERO
               MOVE EDEPTI                  TO CA-KEY-DEPT
           END-IF.
           IF EREFL > ZERO
               MOVE EREFI                   TO CA-KEY-REF
           END-IF.
           IF EPRODL > ZERO
               MOVE EPRODI                  TO CA-KEY-PROD
           END-IF.
           IF EQTYL > ZERO
               MOVE EQTYI                   TO CA-KEY-QTY
           END-IF.
           INSPECT CA-KEY-DEPT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-KEY-REF  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-KEY-PROD REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CA-KEY-QTY  REPLACING ALL LOW-VALUE BY SPACE.

           MOVE LOW-VALUES                  TO PRDOEMO.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-END-CONVERSATION
                      THRU 9000-EXIT
               WHEN EIBAID = DFHPF2
                   SET CA-VIEW-IS-LIST      TO TRUE
                   MOVE 1                   TO CA-PAGE
                   MOVE SPACES              TO CA-FILTER-DEPT
                   MOVE LOW-VALUES          TO PRDOLMO
                   MOVE WS-LIST-PROMPT-MSG  TO LMSGO
                   PERFORM 5000-SEND-REVIEW-PAGE
                      THRU 5000-EXIT
                   GO TO 2000-EXIT
               WHEN EIBAID = DFHPF5
                   PERFORM 2950-CLEAR-FOR-NEW-LINE
                      THRU 2950-EXIT
                   MOVE WS-ENTRY-PROMPT-MSG TO EMSGO
               WHEN EIBAID = DFHENTER
                   PERFORM 3000-QUOTE-LINE
                      THRU 3000-EXIT
               WHEN EIBAID = DFHPF6
                   PERFORM 3000-QUOTE-LINE
                      THRU 3000-EXIT
                   IF WS-QUOTE-IS-OK
                       PERFORM 3800-STAGE-LINE
                          THRU 3800-EXIT
                   END-IF
               WHEN OTHER
                   MOVE WS-BAD-KEY-MSG      TO EMSGO
           END-EVALUATE.

           PERFORM 2900-SEND-ENTRY-SCREEN
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2900-SEND-ENTRY-SCREEN                       *
      * THE KEYED FIELDS ARE ALWAYS SENT BACK FROM THE COMMAREA; THE   *
      * PRICE FIELDS ARE WHATEVER 3000 LEFT IN THE OUTPUT AREA.        *
      ******************************************************************
       2900-SEND-ENTRY-SCREEN.

           IF CA-CHANGE-LINE-ID = ZERO
               MOVE 'NEW LINE'              TO EMODEO
           ELSE
               MOVE CA-CHANGE-LINE-ID       TO WS-LINE-ID-DSP
               MOVE SPACES                  TO EMODEO
               STRING 'CHANGE LINE ' WS-LINE-ID-DSP
                      DELIMITED BY SIZE   INTO EMODEO
           END-IF.

           MOVE CA-KEY-DEPT                 TO EDEPTO.
           MOVE CA-KEY-REF                  TO EREFO.
           MOVE CA-KEY-PROD                 TO EPRODO.
           MOVE CA-KEY-QTY                  TO EQTYO.

           EXEC CICS SEND MAP('PRDOEM')
                     MAPSET('PRDOMS')
                     FROM(PRDOEMO)
                     ERASE
           END-EXEC.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2950-CLEAR-FOR-NEW-LINE                      *
      * LEAVES CHANGE MODE AND CLEARS THE PRODUCT AND QUANTITY - THE   *
      * DEPARTMENT AND ORDER REFERENCE STAY FOR THE ORDER'S NEXT LINE. *
      ******************************************************************
       2950-CLEAR-FOR-NEW-LINE.

           MOVE ZEROES                      TO CA-CHANGE-LINE-ID.
           MOVE SPACES                      TO CA-KEY-PROD
                                               CA-KEY-QTY.
           .
       2950-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3000-QUOTE-LINE                          *
      * EDITS THE KEYED LINE IN THE ORDER PRDORDER'S 3000 DOES, WITH   *
      * THE SAME REASONS IT WRITES TO ORDERR, AND PRICES IT THE WAY    *
      * PRDORDER WOULD TODAY. A REASON GOES TO THE MESSAGE LINE; A     *
      * GOOD LINE FILLS THE NAME AND PRICE FIELDS AND SETS THE QUOTE   *
      * SWITCH.                                                        *
      ******************************************************************
       3000-QUOTE-LINE.

           MOVE 'N'                         TO WS-QUOTE-OK-SW.
           MOVE SPACES                      TO WS-REASON.

           MOVE CA-KEY-PROD                 TO WS-EDIT-IN.
           PERFORM 3010-EDIT-NUMBER
              THRU 3010-EXIT.
           IF NOT WS-EDIT-IS-OK
               MOVE 'PRODNUM NOT NUMERIC'   TO WS-REASON
               GO TO 3000-REJECT
           END-IF.
           MOVE WS-EDIT-NUM                 TO WS-PRODNUM-NUM.

           MOVE CA-KEY-QTY                  TO WS-EDIT-IN.
           PERFORM 3010-EDIT-NUMBER
              THRU 3010-EXIT.
           IF NOT WS-EDIT-IS-OK
              OR WS-EDIT-NUM = ZEROES
               MOVE 'QUANTITY NOT NUMERIC OR ZERO'
                 TO WS-REASON
               GO TO 3000-REJECT
           END-IF.
           MOVE WS-EDIT-NUM                 TO WS-QUANTITY-NUM.

           MOVE CA-KEY-DEPT                 TO WS-EDIT-IN.
           PERFORM 3010-EDIT-NUMBER
              THRU 3010-EXIT.
           IF NOT WS-EDIT-IS-OK
               MOVE 'DEPTNUMB NOT NUMERIC'  TO WS-REASON
               GO TO 3000-REJECT
           END-IF.
           MOVE WS-EDIT-NUM                 TO WS-DEPTNUMB-NUM.

      * THE KEYS GO BACK ZERO-FILLED, AS THEY WOULD SIT ON ORDIN
           MOVE WS-PRODNUM-NUM              TO WS-PROD-DSP.
           MOVE WS-PROD-DSP                 TO CA-KEY-PROD.
           MOVE WS-QUANTITY-NUM             TO WS-QTY-DSP.
           MOVE WS-QTY-DSP                  TO CA-KEY-QTY.
           MOVE WS-DEPTNUMB-NUM             TO WS-DEPT-DSP.
           MOVE WS-DEPT-DSP                 TO CA-KEY-DEPT.

           MOVE WS-PRODNUM-NUM              TO WS-KEYED-PRODNUM.
           MOVE ZEROES                      TO WS-SUBST-FROM-PRODNUM.

           PERFORM 3050-READ-PRODUCT
              THRU 3050-EXIT.

           IF SQLCODE NOT = 0
               MOVE 'PRODNUM NOT ON Q.PRODUCTS'
                 TO WS-REASON
               GO TO 3000-REJECT
           END-IF.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                  TO PRODNAME-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(3) < ZERO
               MOVE SPACES                  TO PRODGRP-TEXT
           END-IF.
           MOVE PRODNAME-TEXT               TO EPNAMEO.

           MOVE SPACES                      TO DEPTNAME-TEXT
                                               LOCATION-TEXT.

           EXEC SQL
                SELECT  DEPTNAME
                       ,LOCATION
                  INTO  :DEPTNAME    :INDSTRUC OF IORG(2)
                       ,:LOCATION    :INDSTRUC OF IORG(5)
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-DEPTNUMB-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'DEPTNUMB NOT ON Q.ORG' TO WS-REASON
               GO TO 3000-REJECT
           END-IF.

           IF INDSTRUC OF IORG(2) < ZERO
               MOVE SPACES                  TO DEPTNAME-TEXT
           END-IF.
           IF INDSTRUC OF IORG(5) < ZERO
               MOVE SPACES                  TO LOCATION-TEXT
           END-IF.
           MOVE DEPTNAME-TEXT               TO EDNAMEO.

           PERFORM 3100-RESOLVE-LOCATION-CAL
              THRU 3100-EXIT.

           PERFORM 3200-RESOLVE-PRICE-DATE
              THRU 3200-EXIT.

           IF WS-REASON NOT = SPACES
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3600-CHECK-LIFECYCLE
              THRU 3600-EXIT.

           IF WS-REASON NOT = SPACES
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3300-PRICE-AS-OF-DATE
              THRU 3300-EXIT.

           PERFORM 3400-APPLY-PRICE-RULE
              THRU 3400-EXIT.

           IF WS-REASON NOT = SPACES
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3700-SHOW-QUOTE
              THRU 3700-EXIT.

           SET WS-QUOTE-IS-OK               TO TRUE.
           GO TO 3000-EXIT.

       3000-REJECT.
           MOVE SPACES                      TO EMSGO.
           STRING 'LINE NOT ACCEPTED - ' WS-REASON
                  DELIMITED BY SIZE       INTO EMSGO.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3010-EDIT-NUMBER                          *
      * WS-EDIT-IN TO WS-EDIT-NUM. LEADING SPACES COUNT AS ZEROES AND  *
      * THE DIGITS MAY STOP SHORT OF THE FIELD; ANYTHING ELSE, OR A    *
      * BLANK FIELD, IS NOT A NUMBER.                                  *
      ******************************************************************
       3010-EDIT-NUMBER.

           MOVE 'N'                         TO WS-EDIT-OK-SW.
           MOVE ZEROES                      TO WS-EDIT-NUM
                                               WS-EDIT-LEN.

           IF WS-EDIT-IN = SPACES
               GO TO 3010-EXIT
           END-IF.

           INSPECT WS-EDIT-IN REPLACING LEADING SPACES BY ZEROES.
           INSPECT WS-EDIT-IN TALLYING WS-EDIT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-EDIT-LEN < 5
               IF WS-EDIT-IN(WS-EDIT-LEN + 1:) NOT = SPACES
                   GO TO 3010-EXIT
               END-IF
           END-IF.

           MOVE ZEROES                      TO WS-EDIT-DIGITS-X.
           COMPUTE WS-EDIT-START = 6 - WS-EDIT-LEN.
           MOVE WS-EDIT-IN(1:WS-EDIT-LEN)
             TO WS-EDIT-DIGITS-X(WS-EDIT-START:WS-EDIT-LEN).

           IF WS-EDIT-DIGITS-X NUMERIC
               MOVE WS-EDIT-DIGITS          TO WS-EDIT-NUM
               SET WS-EDIT-IS-OK            TO TRUE
           END-IF.
           .
       3010-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3050-READ-PRODUCT                         *
      * READS THE Q.PRODUCTS ROW FOR WS-PRODNUM-NUM. THE CALLER TESTS  *
      * SQLCODE. A NULL DISCONTINUE DATE COMES BACK AS SPACES.         *
      ******************************************************************
       3050-READ-PRODUCT.

           MOVE SPACES                      TO PRODNAME-TEXT
                                               PRODGRP-TEXT
                                               PROD-DISC-DATE.
           MOVE ZEROES                      TO PRODPRICE
                                               PROD-REPL-PRODNUM.
           SET PROD-IS-ACTIVE               TO TRUE.

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
               MOVE SPACES                  TO PROD-DISC-DATE
           END-IF.
           .
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  3100-RESOLVE-LOCATION-CAL                     *
      * THE CALENDAR FOR THE DEPARTMENT'S Q.ORG LOCATION, FROM         *
      * Q.LOCCAL. NO MAPPING, NO LOCATION OR A FAILED LOOKUP MEANS     *
      * 'STANDARD', AS IN PRDORDER.                                    *
      ******************************************************************
       3100-RESOLVE-LOCATION-CAL.

           MOVE LOCATION-TEXT               TO WS-LINE-LOCATION.
           MOVE 'STANDARD'                  TO WS-LINE-CAL-ID.

           IF WS-LINE-LOCATION = SPACES
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-LINE-LOCATION            TO LOCCAL-LOCATION-TEXT.
           MOVE 13                          TO LOCCAL-LOCATION-LEN.

           EXEC SQL
                SELECT  LOCCAL_CAL_ID
                  INTO  :LOCCAL-CAL-ID
                  FROM Q.LOCCAL
                 WHERE LOCCAL_LOCATION = :LOCCAL-LOCATION
           END-EXEC.

           IF SQLCODE = 0
               MOVE LOCCAL-CAL-ID           TO WS-LINE-CAL-ID
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3200-RESOLVE-PRICE-DATE                      *
      * THE FIRST BUSINESS DAY ON OR AFTER TODAY ON THE LINE'S         *
      * CALENDAR - THE DATE TONIGHT'S PRDORDER RUN WILL PRICE AS OF.   *
      ******************************************************************
       3200-RESOLVE-PRICE-DATE.

           EXEC SQL
                SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           INITIALIZE WS-BDT-AREA.
           MOVE WS-LINE-CAL-ID              TO BDT-CALENDAR-ID.
           MOVE WS-TODAY-DATE               TO BDT-CHECK-DATE.

           EXEC CICS LINK PROGRAM(WS-BUS-DATE-SVC)
                     COMMAREA(WS-BDT-AREA)
           END-EXEC.

           IF BDT-RETURN-CODE NOT = ZERO
              OR BDT-CHECK-ADJ-DATE = SPACES
               MOVE 'BUSINESS DATE UNAVAILABLE'
                 TO WS-REASON
               GO TO 3200-EXIT
           END-IF.

           MOVE BDT-CHECK-ADJ-DATE          TO WS-PRICE-DATE.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3300-PRICE-AS-OF-DATE                       *
      * AS PRDORDER: A PRICE CHANGE APPLIED BUT NOT YET IN FORCE ON    *
      * THE PRICE DATE IS BACKED OUT FROM Q.PRODPRICE_HIST, AND AN     *
      * APPROVED CHANGE IN FORCE BUT NOT YET APPLIED IS TAKEN FROM     *
      * Q.PRODPRICE_PEND.                                              *
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
               MOVE ZEROES                  TO PRODPRICE
               MOVE -1                TO INDSTRUC OF IPRODUCTS(4)
           ELSE
               MOVE WS-ALT-PRICE            TO PRODPRICE
               MOVE ZEROES            TO INDSTRUC OF IPRODUCTS(4)
           END-IF.
           .
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3400-APPLY-PRICE-RULE                        *
      * AS PRDORDER: THE LOWEST Q.PRCRULE PRICE FOR THE PRODUCT OR ITS *
      * GROUP, DEPARTMENT, QUANTITY AND PRICE DATE WINS IF IT BEATS    *
      * LIST, A DEPARTMENT RULE BEFORE AN ALL-DEPARTMENT ONE AND A     *
      * PRODUCT RULE BEFORE A GROUP ONE AT THE SAME PRICE. A PRODUCT   *
      * WITH NO PRICE IS PRICED BY THE NIGHTLY RUN AT ITS SYSIN        *
      * DEFAULT, WHICH IS NOT KNOWN HERE - IT IS QUOTED '*' WITH NO    *
      * PRICE.                                                         *
      ******************************************************************
       3400-APPLY-PRICE-RULE.

           MOVE ZEROES                      TO WS-BEST-RULE-ID
                                               WS-BEST-RULE-RANK.

           IF INDSTRUC OF IPRODUCTS(4) < ZERO
               MOVE ZEROES                  TO WS-LIST-PRICE
                                               WS-UNIT-PRICE
               MOVE '*'                     TO WS-PRICE-DEFAULTED
               GO TO 3400-EXIT
           END-IF.

           MOVE PRODPRICE                   TO WS-LIST-PRICE.
           MOVE SPACE                       TO WS-PRICE-DEFAULTED.
           MOVE WS-LIST-PRICE               TO WS-UNIT-PRICE
                                               WS-BEST-RULE-PRICE.
           MOVE PRODGRP-TEXT                TO WS-LINE-PRODGRP.
           MOVE WS-QUANTITY-NUM             TO WS-RULE-QTY.

           EXEC SQL
                OPEN RULE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                 TO WS-SQLCODE-DSP
               DISPLAY 'PRDOENT - PRICE RULE OPEN FAILED SQLCODE='
                        WS-SQLCODE-DSP
               MOVE 'PRICE RULE LOOKUP FAILED'
                 TO WS-REASON
               GO TO 3400-EXIT
           END-IF.

           MOVE 'N'                         TO WS-RULE-EOF-SW.
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
               MOVE WS-BEST-RULE-PRICE      TO WS-UNIT-PRICE
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
                   SET WS-RULE-IS-EOF       TO TRUE
                   GO TO 3410-EXIT
               WHEN OTHER
                   MOVE SQLCODE             TO WS-SQLCODE-DSP
                   DISPLAY 'PRDOENT - PRICE RULE FETCH FAILED '
                           'SQLCODE=' WS-SQLCODE-DSP
                   MOVE 'PRICE RULE LOOKUP FAILED'
                     TO WS-REASON
                   SET WS-RULE-IS-EOF       TO TRUE
                   GO TO 3410-EXIT
           END-EVALUATE.

           IF RULE-PERCENT-OFF
               COMPUTE WS-RULE-PRICE ROUNDED =
                       WS-LIST-PRICE * (100 - RULE-VALUE) / 100
           ELSE
               MOVE RULE-VALUE              TO WS-RULE-PRICE
           END-IF.

           IF WS-RULE-PRICE < ZERO
               MOVE ZEROES                  TO WS-RULE-PRICE
           END-IF.

           MOVE 1                           TO WS-RULE-RANK.
           IF RULE-DEPTNUMB NOT = ZERO
               ADD 2                        TO WS-RULE-RANK
           END-IF.
           IF RULE-MATCHES-PRODUCT
               ADD 1                        TO WS-RULE-RANK
           END-IF.

           IF WS-RULE-PRICE < WS-BEST-RULE-PRICE
              OR (WS-RULE-PRICE = WS-BEST-RULE-PRICE
                  AND WS-BEST-RULE-ID NOT = ZERO
                  AND WS-RULE-RANK > WS-BEST-RULE-RANK)
               MOVE RULE-ID                 TO WS-BEST-RULE-ID
               MOVE WS-RULE-PRICE           TO WS-BEST-RULE-PRICE
               MOVE WS-RULE-RANK            TO WS-BEST-RULE-RANK
           END-IF.
           .
       3410-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3600-CHECK-LIFECYCLE                        *
      * AS PRDORDER: A PRODUCT DISCONTINUED AS OF THE PRICE DATE IS    *
      * QUOTED AS ITS PROD_REPL_PRODNUM; NO REPLACEMENT, OR ONE THAT   *
      * IS ITSELF GONE, REJECTS THE LINE.                              *
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

           MOVE WS-PRODNUM-NUM              TO WS-SUBST-FROM-PRODNUM.
           MOVE PROD-REPL-PRODNUM           TO WS-PRODNUM-NUM.

           PERFORM 3050-READ-PRODUCT
              THRU 3050-EXIT.

           IF SQLCODE NOT = 0
               MOVE 'REPLACEMENT NOT ON Q.PRODUCTS'
                 TO WS-REASON
               GO TO 3600-EXIT
           END-IF.

           IF INDSTRUC OF IPRODUCTS(2) < ZERO
               MOVE SPACES                  TO PRODNAME-TEXT
           END-IF.
           IF INDSTRUC OF IPRODUCTS(3) < ZERO
               MOVE SPACES                  TO PRODGRP-TEXT
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

           MOVE 'Y'                         TO WS-PRODUCT-AVAIL-SW.

           IF PROD-IS-DISCONTINUED
               MOVE 'N'                     TO WS-PRODUCT-AVAIL-SW
           END-IF.

           IF PROD-IS-PENDING-DISC
              AND PROD-DISC-DATE NOT = SPACES
              AND PROD-DISC-DATE NOT > WS-PRICE-DATE
               MOVE 'N'                     TO WS-PRODUCT-AVAIL-SW
           END-IF.
           .
       3610-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3700-SHOW-QUOTE                           *
      ******************************************************************
       3700-SHOW-QUOTE.

           MOVE WS-PRICE-DATE               TO EPDATEO.
           MOVE SPACES                      TO ENOTEO.

           IF WS-SUBST-FROM-PRODNUM NOT = ZERO
               MOVE WS-SUBST-FROM-PRODNUM   TO WS-PROD-DSP
               MOVE WS-PRODNUM-NUM          TO WS-REPL-DSP
               MOVE PRODNAME-TEXT           TO EPNAMEO
               STRING 'PRODNUM ' WS-PROD-DSP
                      ' IS DISCONTINUED - REPLACED BY ' WS-REPL-DSP
                      DELIMITED BY SIZE   INTO ENOTEO
           END-IF.

           IF WS-PRICE-DEFAULTED = '*'
               MOVE '*'                     TO ELISTO
                                               EPRICEO
                                               EEXTO
               MOVE SPACES                  TO ERULEO
               IF WS-SUBST-FROM-PRODNUM = ZERO
                   MOVE WS-NULL-PRICE-NOTE  TO ENOTEO
               END-IF
           ELSE
               COMPUTE WS-EXTENDED =
                       WS-QUANTITY-NUM * WS-UNIT-PRICE
               MOVE WS-LIST-PRICE           TO WS-PRICE-DSP
               MOVE WS-PRICE-DSP            TO ELISTO
               MOVE WS-UNIT-PRICE           TO WS-PRICE-DSP
               MOVE WS-PRICE-DSP            TO EPRICEO
               MOVE WS-EXTENDED             TO WS-EXT-DSP
               MOVE WS-EXT-DSP              TO EEXTO
               IF WS-BEST-RULE-ID = ZERO
                   MOVE 'NONE'              TO ERULEO
               ELSE
                   MOVE WS-BEST-RULE-ID     TO WS-RULE-DSP
                   MOVE WS-RULE-DSP         TO ERULEO
               END-IF
           END-IF.

           IF CA-CHANGE-LINE-ID = ZERO
               MOVE WS-ENTRY-PROMPT-MSG     TO EMSGO
           ELSE
               MOVE WS-CHANGE-PROMPT-MSG    TO EMSGO
           END-IF.
           .
       3700-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       3800-STAGE-LINE                          *
      * A NEW LINE IS INSERTED 'S' UNDER THE NEXT LINE ID; A CHANGED   *
      * ONE IS UPDATED ONLY WHILE IT IS STILL 'S' - ONCE TONIGHT'S     *
      * RUN HAS TAKEN IT, THE CHANGE IS REFUSED. THE PRODNUM STAGED IS *
      * THE ONE KEYED - PRDORDER MAKES ITS OWN SUBSTITUTION. THE UNIT  *
      * OF WORK ENDS WITH THE TASK'S RETURN.                           *
      ******************************************************************
       3800-STAGE-LINE.

           MOVE WS-DEPTNUMB-NUM             TO ORDS-DEPTNUMB.
           MOVE CA-KEY-REF                  TO ORDS-ORDER-REF.
           MOVE WS-KEYED-PRODNUM            TO ORDS-PRODNUM.
           MOVE WS-QUANTITY-NUM             TO ORDS-QUANTITY.
           MOVE WS-UNIT-PRICE               TO ORDS-QUOTED-PRICE.
           MOVE WS-PRICE-DEFAULTED          TO ORDS-PRICE-DEFAULTED.
           MOVE WS-RACF-ID                  TO ORDS-ENTERED-BY.

           IF CA-CHANGE-LINE-ID NOT = ZERO
               PERFORM 3850-SAVE-CHANGED-LINE
                  THRU 3850-EXIT
               GO TO 3800-EXIT
           END-IF.

           MOVE ZEROES                      TO WS-INSERT-TRIES.
           MOVE -803                        TO SQLCODE.

      * TWO OPERATORS STAGING AT ONCE CAN TAKE THE SAME NEXT ID - THE
      * LOSER SEES A DUPLICATE KEY AND TRIES THE ONE AFTER.
           PERFORM 3810-INSERT-NEW-LINE
              THRU 3810-EXIT
              UNTIL SQLCODE NOT = -803
                 OR WS-INSERT-TRIES >= WS-MAX-INSERT-TRIES.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                 TO WS-SQLCODE-DSP
               DISPLAY 'PRDOENT - STAGING INSERT FAILED SQLCODE='
                        WS-SQLCODE-DSP ' FOR ' WS-RACF-ID
               MOVE WS-STAGE-FAILED-MSG     TO EMSGO
               GO TO 3800-EXIT
           END-IF.

           MOVE WS-NEW-LINE-ID              TO WS-LINE-ID-DSP.
           MOVE SPACES                      TO EMSGO.
           STRING 'LINE ' WS-LINE-ID-DSP
                  ' STAGED FOR TONIGHT''S RUN - KEY THE NEXT LINE'
                  DELIMITED BY SIZE       INTO EMSGO.

           PERFORM 2950-CLEAR-FOR-NEW-LINE
              THRU 2950-EXIT.
           .
       3800-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3810-INSERT-NEW-LINE                        *
      ******************************************************************
       3810-INSERT-NEW-LINE.

           ADD 1                            TO WS-INSERT-TRIES.

           EXEC SQL
                SELECT COALESCE(MAX(ORDS_LINE_ID), 0) + 1
                  INTO :WS-NEW-LINE-ID
                  FROM Q.PRODORD_STG
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3810-EXIT
           END-IF.

           MOVE WS-NEW-LINE-ID              TO ORDS-LINE-ID.

           EXEC SQL
                INSERT INTO Q.PRODORD_STG
                       ( ORDS_LINE_ID
                       , ORDS_DEPTNUMB
                       , ORDS_ORDER_REF
                       , ORDS_PRODNUM
                       , ORDS_QUANTITY
                       , ORDS_QUOTED_PRICE
                       , ORDS_PRICE_DEFAULTED
                       , ORDS_STATUS
                       , ORDS_ENTERED_BY
                       , ORDS_ENTERED_TS
                       , ORDS_CHG_USER
                       , ORDS_CHG_TS
                       , ORDS_ORDER_ID
                       , ORDS_RESULT )
                VALUES ( :ORDS-LINE-ID
                       , :ORDS-DEPTNUMB
                       , :ORDS-ORDER-REF
                       , :ORDS-PRODNUM
                       , :ORDS-QUANTITY
                       , :ORDS-QUOTED-PRICE
                       , :ORDS-PRICE-DEFAULTED
                       , 'S'
                       , :ORDS-ENTERED-BY
                       , CURRENT TIMESTAMP
                       , :ORDS-ENTERED-BY
                       , CURRENT TIMESTAMP
                       , 0
                       , ' ' )
           END-EXEC.
           .
       3810-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3850-SAVE-CHANGED-LINE                       *
      ******************************************************************
       3850-SAVE-CHANGED-LINE.

           MOVE CA-CHANGE-LINE-ID           TO ORDS-LINE-ID
                                               WS-LINE-ID-DSP.

           EXEC SQL
                UPDATE Q.PRODORD_STG
                   SET ORDS_DEPTNUMB        = :ORDS-DEPTNUMB
                     , ORDS_ORDER_REF       = :ORDS-ORDER-REF
                     , ORDS_PRODNUM         = :ORDS-PRODNUM
                     , ORDS_QUANTITY        = :ORDS-QUANTITY
                     , ORDS_QUOTED_PRICE    = :ORDS-QUOTED-PRICE
                     , ORDS_PRICE_DEFAULTED = :ORDS-PRICE-DEFAULTED
                     , ORDS_CHG_USER        = :ORDS-ENTERED-BY
                     , ORDS_CHG_TS          = CURRENT TIMESTAMP
                 WHERE ORDS_LINE_ID = :ORDS-LINE-ID
                   AND ORDS_STATUS  = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SPACES              TO EMSGO
                   STRING 'LINE ' WS-LINE-ID-DSP ' CHANGED'
                          DELIMITED BY SIZE INTO EMSGO
               WHEN SQLCODE = 100
                   MOVE WS-NOT-STAGED-MSG   TO EMSGO
               WHEN OTHER
                   MOVE SQLCODE             TO WS-SQLCODE-DSP
                   DISPLAY 'PRDOENT - STAGED LINE ' WS-LINE-ID-DSP
                           ' UPDATE FAILED SQLCODE=' WS-SQLCODE-DSP
                   MOVE WS-STAGE-FAILED-MSG TO EMSGO
                   GO TO 3850-EXIT
           END-EVALUATE.

           PERFORM 2950-CLEAR-FOR-NEW-LINE
              THRU 2950-EXIT.
           .
       3850-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-PROCESS-REVIEW                         *
      * ENTER CARRIES OUT THE C/X SELECTIONS AGAINST THE LINES THE     *
      * PAGE SHOWED AND TAKES UP A NEWLY KEYED DEPARTMENT FILTER.      *
      * PF7/PF8 PAGE, PF5 GOES BACK TO ENTRY, PF3 ENDS.                *
      ******************************************************************
       4000-PROCESS-REVIEW.

           MOVE LOW-VALUES                  TO PRDOLMI.

           EXEC CICS RECEIVE MAP('PRDOLM')
                     MAPSET('PRDOMS')
                     INTO(PRDOLMI)
                     RESP(WS-RESPCODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-END-CONVERSATION
                      THRU 9000-EXIT
               WHEN EIBAID = DFHPF5
                   SET CA-VIEW-IS-ENTRY     TO TRUE
                   PERFORM 2950-CLEAR-FOR-NEW-LINE
                      THRU 2950-EXIT
                   MOVE LOW-VALUES          TO PRDOEMO
                   MOVE WS-ENTRY-PROMPT-MSG TO EMSGO
                   PERFORM 2900-SEND-ENTRY-SCREEN
                      THRU 2900-EXIT
                   GO TO 4000-EXIT
               WHEN EIBAID = DFHPF7
                   IF CA-PAGE > 1
                       SUBTRACT 1         FROM CA-PAGE
                   END-IF
                   MOVE LOW-VALUES          TO PRDOLMO
                   MOVE WS-LIST-PROMPT-MSG  TO LMSGO
               WHEN EIBAID = DFHPF8
                   ADD 1                    TO CA-PAGE
                   MOVE LOW-VALUES          TO PRDOLMO
                   MOVE WS-LIST-PROMPT-MSG  TO LMSGO
               WHEN EIBAID = DFHENTER
                   PERFORM 4100-APPLY-SELECTIONS
                      THRU 4100-EXIT
                   IF CA-VIEW-IS-ENTRY
                       GO TO 4000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE LOW-VALUES          TO PRDOLMO
                   MOVE WS-BAD-LIST-KEY-MSG TO LMSGO
           END-EVALUATE.

           PERFORM 5000-SEND-REVIEW-PAGE
              THRU 5000-EXIT.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   4100-APPLY-SELECTIONS                        *
      * EVERY X CANCELS ITS LINE IF IT IS STILL STAGED. THE FIRST C    *
      * TAKES ITS LINE TO THE ENTRY VIEW, PRICED AGAIN FOR TODAY,      *
      * AFTER THE CANCELS ARE DONE. A NEW FILTER STARTS THE LIST AT    *
      * PAGE 1.                                                        *
      ******************************************************************
       4100-APPLY-SELECTIONS.

           MOVE ZEROES                      TO WS-CANCEL-COUNT
                                               WS-REFUSED-COUNT
                                               WS-BAD-SELECT-COUNT
                                               WS-CHANGE-SUB.

           PERFORM 4110-APPLY-ONE-SELECTION
              THRU 4110-EXIT
              VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-ROWS-PER-PAGE.

           IF LDEPTL > ZERO
               MOVE LDEPTI                  TO CA-FILTER-DEPT
               INSPECT CA-FILTER-DEPT
                       REPLACING ALL LOW-VALUE BY SPACE
               MOVE 1                       TO CA-PAGE
           END-IF.

           MOVE LOW-VALUES                  TO PRDOLMO.

           IF WS-CHANGE-SUB > ZEROES
               PERFORM 4200-LOAD-LINE-FOR-CHANGE
                  THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-BAD-SELECT-COUNT > ZEROES
                   MOVE WS-BAD-SELECT-MSG   TO LMSGO
               WHEN WS-REFUSED-COUNT > ZEROES
                   MOVE WS-NOT-STAGED-MSG   TO LMSGO
               WHEN WS-CANCEL-COUNT > ZEROES
                   MOVE WS-CANCEL-COUNT     TO WS-COUNT-DSP
                   MOVE SPACES              TO LMSGO
                   STRING WS-COUNT-DSP ' LINE(S) CANCELLED'
                          DELIMITED BY SIZE INTO LMSGO
               WHEN OTHER
                   MOVE WS-LIST-PROMPT-MSG  TO LMSGO
           END-EVALUATE.
           .
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4110-APPLY-ONE-SELECTION                      *
      ******************************************************************
       4110-APPLY-ONE-SELECTION.

           IF LSELL(WS-ROW-SUB) = ZERO
              OR LSELI(WS-ROW-SUB) = SPACE
              OR LSELI(WS-ROW-SUB) = LOW-VALUE
               GO TO 4110-EXIT
           END-IF.

           IF CA-ROW-LINE-ID(WS-ROW-SUB) = ZERO
               GO TO 4110-EXIT
           END-IF.

           EVALUATE LSELI(WS-ROW-SUB)
               WHEN 'C'
                   IF WS-CHANGE-SUB = ZEROES
                       MOVE WS-ROW-SUB      TO WS-CHANGE-SUB
                   END-IF
               WHEN 'X'
                   PERFORM 4120-CANCEL-LINE
                      THRU 4120-EXIT
               WHEN OTHER
                   ADD 1                    TO WS-BAD-SELECT-COUNT
           END-EVALUATE.
           .
       4110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4120-CANCEL-LINE                          *
      ******************************************************************
       4120-CANCEL-LINE.

           MOVE CA-ROW-LINE-ID(WS-ROW-SUB)  TO ORDS-LINE-ID.

           EXEC SQL
                UPDATE Q.PRODORD_STG
                   SET ORDS_STATUS   = 'X'
                     , ORDS_CHG_USER = :WS-RACF-ID
                     , ORDS_CHG_TS   = CURRENT TIMESTAMP
                 WHERE ORDS_LINE_ID = :ORDS-LINE-ID
                   AND ORDS_STATUS  = 'S'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1                    TO WS-CANCEL-COUNT
               WHEN SQLCODE = 100
                   ADD 1                    TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE SQLCODE             TO WS-SQLCODE-DSP
                   MOVE ORDS-LINE-ID        TO WS-LINE-ID-DSP
                   DISPLAY 'PRDOENT - STAGED LINE ' WS-LINE-ID-DSP
                           ' CANCEL FAILED SQLCODE=' WS-SQLCODE-DSP
                   ADD 1                    TO WS-REFUSED-COUNT
           END-EVALUATE.
           .
       4120-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  4200-LOAD-LINE-FOR-CHANGE                     *
      * THE SELECTED LINE, IF STILL STAGED, BECOMES THE ENTRY VIEW'S   *
      * LINE IN CHANGE MODE AND IS QUOTED AGAIN STRAIGHT AWAY.         *
      ******************************************************************
       4200-LOAD-LINE-FOR-CHANGE.

           MOVE CA-ROW-LINE-ID(WS-CHANGE-SUB) TO ORDS-LINE-ID.

           EXEC SQL
                SELECT  ORDS_DEPTNUMB
                       ,ORDS_ORDER_REF
                       ,ORDS_PRODNUM
                       ,ORDS_QUANTITY
                  INTO  :ORDS-DEPTNUMB
                       ,:ORDS-ORDER-REF
                       ,:ORDS-PRODNUM
                       ,:ORDS-QUANTITY
                  FROM Q.PRODORD_STG
                 WHERE ORDS_LINE_ID = :ORDS-LINE-ID
                   AND ORDS_STATUS  = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-NOT-STAGED-MSG       TO LMSGO
               GO TO 4200-EXIT
           END-IF.

           SET CA-VIEW-IS-ENTRY             TO TRUE.
           MOVE ORDS-LINE-ID                TO CA-CHANGE-LINE-ID.
           MOVE ORDS-DEPTNUMB               TO WS-DEPT-DSP.
           MOVE WS-DEPT-DSP                 TO CA-KEY-DEPT.
           MOVE ORDS-ORDER-REF              TO CA-KEY-REF.
           MOVE ORDS-PRODNUM                TO WS-PROD-DSP.
           MOVE WS-PROD-DSP                 TO CA-KEY-PROD.
           MOVE ORDS-QUANTITY               TO WS-QTY-DSP.
           MOVE WS-QTY-DSP                  TO CA-KEY-QTY.

           MOVE LOW-VALUES                  TO PRDOEMO.

           PERFORM 3000-QUOTE-LINE
              THRU 3000-EXIT.

           PERFORM 2900-SEND-ENTRY-SCREEN
              THRU 2900-EXIT.
           .
       4200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5000-SEND-REVIEW-PAGE                        *
      * PAGE CA-PAGE OF THE REVIEW LIST. THE CURSOR IS OPENED FRESH    *
      * AND THE EARLIER PAGES' ROWS SKIPPED, AS DATXCICS'S STATUS VIEW *
      * DOES. PF8 PAST THE END SHOWS THE LAST PAGE AGAIN.              *
      ******************************************************************
       5000-SEND-REVIEW-PAGE.

           MOVE ZEROES                      TO WS-FILTER-DEPTNUMB.

           IF CA-FILTER-DEPT NOT = SPACES
               MOVE CA-FILTER-DEPT          TO WS-EDIT-IN
               PERFORM 3010-EDIT-NUMBER
                  THRU 3010-EXIT
               IF WS-EDIT-IS-OK
                   MOVE WS-EDIT-NUM         TO WS-FILTER-DEPTNUMB
                   MOVE WS-FILTER-DEPTNUMB  TO WS-DEPT-DSP
                   MOVE WS-DEPT-DSP         TO CA-FILTER-DEPT
               ELSE
                   MOVE SPACES              TO CA-FILTER-DEPT
                   MOVE WS-BAD-FILTER-MSG   TO LMSGO
               END-IF
           END-IF.

           IF CA-PAGE = ZEROES
               MOVE 1                       TO CA-PAGE
           END-IF.

           PERFORM 5100-FILL-REVIEW-PAGE
              THRU 5100-EXIT.

           IF WS-ROW-SUB = ZEROES
              AND CA-PAGE > 1
               SUBTRACT 1                 FROM CA-PAGE
               PERFORM 5100-FILL-REVIEW-PAGE
                  THRU 5100-EXIT
               MOVE WS-END-OF-LIST-MSG      TO LMSGO
           END-IF.

           IF WS-ROW-SUB = ZEROES
              AND LMSGO NOT = WS-LIST-FAILED-MSG
               MOVE WS-EMPTY-LIST-MSG       TO LMSGO
           END-IF.

           MOVE CA-FILTER-DEPT              TO LDEPTO.
           MOVE CA-PAGE                     TO WS-PAGE-DSP.
           MOVE SPACES                      TO LPAGEO.
           STRING 'PAGE ' WS-PAGE-DSP
                  DELIMITED BY SIZE       INTO LPAGEO.
           IF WS-MORE-PAGES
               MOVE '+'                     TO LPAGEO(8:1)
           END-IF.

           EXEC CICS SEND MAP('PRDOLM')
                     MAPSET('PRDOMS')
                     FROM(PRDOLMO)
                     ERASE
           END-EXEC.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5100-FILL-REVIEW-PAGE                        *
      * ONE ROW PAST THE PAGE IS FETCHED TO LEARN WHETHER PF8 HAS      *
      * ANYWHERE TO GO.                                                *
      ******************************************************************
       5100-FILL-REVIEW-PAGE.

           MOVE ZEROES                      TO WS-ROW-SUB.
           MOVE 'N'                         TO WS-LIST-EOF-SW
                                               WS-MORE-PAGES-SW.
           COMPUTE WS-SKIP-COUNT = (CA-PAGE - 1) * WS-ROWS-PER-PAGE.

           PERFORM 5150-CLEAR-ONE-ROW
              THRU 5150-EXIT
              VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-ROWS-PER-PAGE.
           MOVE ZEROES                      TO WS-ROW-SUB.

           EXEC SQL
                OPEN LIST-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE                 TO WS-SQLCODE-DSP
               DISPLAY 'PRDOENT - REVIEW OPEN FAILED SQLCODE='
                        WS-SQLCODE-DSP
               MOVE WS-LIST-FAILED-MSG      TO LMSGO
               GO TO 5100-EXIT
           END-IF.

           PERFORM 5200-FETCH-REVIEW-ROW
              THRU 5200-EXIT
              UNTIL WS-SKIP-COUNT = ZEROES
                 OR WS-LIST-IS-EOF.

           PERFORM 5300-SHOW-REVIEW-ROW
              THRU 5300-EXIT
              UNTIL WS-LIST-IS-EOF
                 OR WS-ROW-SUB >= WS-ROWS-PER-PAGE.

           IF NOT WS-LIST-IS-EOF
               MOVE 1                       TO WS-SKIP-COUNT
               PERFORM 5200-FETCH-REVIEW-ROW
                  THRU 5200-EXIT
               IF NOT WS-LIST-IS-EOF
                   SET WS-MORE-PAGES        TO TRUE
               END-IF
           END-IF.

           EXEC SQL
                CLOSE LIST-CSR
           END-EXEC.
           .
       5100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5150-CLEAR-ONE-ROW                          *
      ******************************************************************
       5150-CLEAR-ONE-ROW.

           MOVE ZEROES             TO CA-ROW-LINE-ID(WS-ROW-SUB).
           MOVE SPACES             TO LLINEO(WS-ROW-SUB).
           .
       5150-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   5200-FETCH-REVIEW-ROW                        *
      * FETCHES ONE ROW INTO PRODORDS, COUNTING DOWN WS-SKIP-COUNT.    *
      ******************************************************************
       5200-FETCH-REVIEW-ROW.

           EXEC SQL
                FETCH LIST-CSR
                 INTO :ORDS-LINE-ID
                    , :ORDS-DEPTNUMB
                    , :ORDS-ORDER-REF
                    , :ORDS-PRODNUM
                    , :ORDS-QUANTITY
                    , :ORDS-QUOTED-PRICE
                    , :ORDS-PRICE-DEFAULTED
                    , :ORDS-STATUS
                    , :ORDS-ORDER-ID
                    , :ORDS-RESULT
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-LIST-IS-EOF           TO TRUE
               IF SQLCODE NOT = 100
                   MOVE SQLCODE             TO WS-SQLCODE-DSP
                   DISPLAY 'PRDOENT - REVIEW FETCH FAILED SQLCODE='
                            WS-SQLCODE-DSP
                   MOVE WS-LIST-FAILED-MSG  TO LMSGO
               END-IF
               GO TO 5200-EXIT
           END-IF.

           IF WS-SKIP-COUNT > ZEROES
               SUBTRACT 1                 FROM WS-SKIP-COUNT
           END-IF.
           .
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5300-SHOW-REVIEW-ROW                        *
      * LINE ID, DEPTNUMB, REFERENCE, PRODNUM, QUANTITY, QUOTED UNIT   *
      * PRICE ('*' = NIGHTLY DEFAULT) AND WHERE THE LINE STANDS.       *
      ******************************************************************
       5300-SHOW-REVIEW-ROW.

           PERFORM 5200-FETCH-REVIEW-ROW
              THRU 5200-EXIT.

           IF WS-LIST-IS-EOF
               GO TO 5300-EXIT
           END-IF.

           ADD 1                            TO WS-ROW-SUB.
           MOVE ORDS-LINE-ID      TO CA-ROW-LINE-ID(WS-ROW-SUB)
                                     WS-LINE-ID-DSP.
           MOVE ORDS-DEPTNUMB               TO WS-DEPT-DSP.
           MOVE ORDS-PRODNUM                TO WS-PROD-DSP.
           MOVE ORDS-QUANTITY               TO WS-QTY-DSP.
           MOVE ORDS-QUOTED-PRICE           TO WS-PRICE-DSP.
           MOVE SPACES                      TO WS-STATUS-TEXT.

           EVALUATE TRUE
               WHEN ORDS-IS-STAGED
                   MOVE 'STAGED'            TO WS-STATUS-TEXT
               WHEN ORDS-IS-IN-RUN
                   MOVE 'IN TONIGHT''S RUN' TO WS-STATUS-TEXT
               WHEN ORDS-IS-CANCELLED
                   MOVE 'CANCELLED'         TO WS-STATUS-TEXT
               WHEN ORDS-IS-PRICED
                   MOVE ORDS-ORDER-ID       TO WS-ORDER-ID-DSP
                   STRING 'ORDER ' WS-ORDER-ID-DSP
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN ORDS-IS-HELD
                   STRING 'HELD ' ORDS-RESULT
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN ORDS-IS-REJECTED
                   STRING 'REJ ' ORDS-RESULT
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE ORDS-STATUS         TO WS-STATUS-TEXT
           END-EVALUATE.

           STRING WS-LINE-ID-DSP ' ' WS-DEPT-DSP ' ' ORDS-ORDER-REF
                  ' ' WS-PROD-DSP ' ' WS-QTY-DSP ' ' WS-PRICE-DSP
                  ORDS-PRICE-DEFAULTED ' ' WS-STATUS-TEXT
                  DELIMITED BY SIZE       INTO LLINEO(WS-ROW-SUB).
           .
       5300-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   9000-END-CONVERSATION                        *
      ******************************************************************
       9000-END-CONVERSATION.

           EXEC CICS RETURN
           END-EXEC.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM PRDOENT.
