      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748HCR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748HCR:     HOUSEHOLD COMPOSITION REPORT BY SEGMENT         *
      *                                                                *
      *  FUNCTION:     READS ONE T_UIS_HHLD_SNAPSHOT DATE WITH SQL AND *
      *                PRINTS, FOR EACH SEGMENT AND FOR ALL SEGMENTS:  *
      *                                                                *
      *                - HOUSEHOLDS AND MEMBERS, AVERAGE AND LARGEST   *
      *                  HOUSEHOLD SIZE,                               *
      *                - HOUSEHOLDS BY SHAPE: EMPLOYEE ONLY, WITH A    *
      *                  SPOUSE OR DOMESTIC PARTNER, WITH CHILDREN,    *
      *                  WITH BOTH, AND ANY CARRYING AN OTHER          *
      *                  DEPENDENT (RELATIONSHIP 04 AND UP),           *
      *                - MEMBERS BY RELATIONSHIP CODE, DESCRIBED THE   *
      *                  WAY F5748I00'S EXTENDED ROSTER DESCRIBES THEM.*
      *                                                                *
      *                A HOUSEHOLD IS ONE CUSTOMER + EMPLOYEE ID. THE  *
      *                SNAPSHOT IS F5748HSL'S LAST SUCCESSFUL LOAD     *
      *                UNLESS THE CARD NAMES AN EARLIER ONE; A DATE    *
      *                WITHOUT A SUCCESSFUL LOAD IS REFUSED.           *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                      *
      *                   COLS 01-10  SNAPSHOT DATE (YYYY-MM-DD; BLANK *
      *                               = THE LATEST SUCCESSFUL LOAD)    *
      *                                                                *
      *  DB2 TABLES:   T_UIS_HHLD_SNAPSHOT (READ)                      *
      *                T_UIS_RUN_STATUS (READ)                         *
      *                                                                *
      *  RETURN CODE:  0 = REPORTED, 8 = NO USABLE SNAPSHOT            *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748HCR'.
           05  WS-SNAPSHOT-LOADER           PIC X(08) VALUE 'F5748HSL'.

       01  WS-PARM-CARD.
           05  WS-PARM-SNAP-DATE            PIC X(10) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-SNAP-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SNAP-DATE-IND             PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-SEG-COUNT                 PIC 9(03) VALUE ZEROES.
           05  WS-REL-DSC                   PIC X(16) VALUE SPACES.

      * ONE SEGMENT'S HOUSEHOLD-SHAPE ROLLUP, AS HHLD-CSR RETURNS IT.
       01  WS-SEG-ROLLUP.
           05  WS-RPT-SEG-ID                PIC X(01) VALUE SPACE.
           05  WS-RPT-HHLDS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-MEMBERS               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-LARGEST               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-EMPE-ONLY             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-WITH-PARTNER          PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-WITH-CHILDREN         PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-WITH-BOTH             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-RPT-WITH-OTHER            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

      * THE ALL-SEGMENTS LINE, ACCUMULATED FROM THE SEGMENT ROWS.
       01  WS-TOTAL-ROLLUP.
           05  WS-TOT-HHLDS                 PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-MEMBERS               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-LARGEST               PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-EMPE-ONLY             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-WITH-PARTNER          PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-WITH-CHILDREN         PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-WITH-BOTH             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-TOT-WITH-OTHER            PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-REL-ROLLUP.
           05  WS-RPT-REL-SEG-ID            PIC X(01) VALUE SPACE.
           05  WS-RPT-RELATE-CD             PIC X(02) VALUE SPACES.
           05  WS-RPT-REL-MEMBERS           PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-DISPLAY-FIELDS.
           05  WS-HHLDS-DSP                 PIC Z(08)9.
           05  WS-MEMBERS-DSP               PIC Z(08)9.
           05  WS-AVG-SIZE-DSP              PIC ZZ9.99.
           05  WS-LARGEST-DSP               PIC Z(04)9.
           05  WS-EMPE-ONLY-DSP             PIC Z(08)9.
           05  WS-WITH-PARTNER-DSP          PIC Z(08)9.
           05  WS-WITH-CHILDREN-DSP         PIC Z(08)9.
           05  WS-WITH-BOTH-DSP             PIC Z(08)9.
           05  WS-WITH-OTHER-DSP            PIC Z(08)9.
           05  WS-AVG-SIZE                  PIC 9(03)V99 VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-REL-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-EOF-REL-CURSOR                  VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_HHLD_SNAPSHOT
           EXEC SQL INCLUDE F5748HSN     END-EXEC.

      * ONE ROW PER SEGMENT. THE NESTED SELECT SHAPES EACH HOUSEHOLD
      * (CUSTOMER + EMPLOYEE); THE OUTER ONE COUNTS THE SHAPES.
      * RELATIONSHIP 01 SPOUSE AND 03 DOMESTIC PARTNER ARE PARTNERS,
      * 02 IS A CHILD, 04 AND UP ARE OTHER DEPENDENTS.
           EXEC SQL
                DECLARE HHLD-CSR CURSOR FOR
                SELECT HH.SEG_ID
                     , COUNT(*)
                     , SUM(HH.MBRS)
                     , MAX(HH.MBRS)
                     , SUM(CASE WHEN HH.PARTNERS = 0
                                 AND HH.CHILDREN = 0
                                 AND HH.OTHERS   = 0
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN HH.PARTNERS > 0
                                 AND HH.CHILDREN = 0
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN HH.PARTNERS = 0
                                 AND HH.CHILDREN > 0
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN HH.PARTNERS > 0
                                 AND HH.CHILDREN > 0
                                THEN 1 ELSE 0 END)
                     , SUM(CASE WHEN HH.OTHERS > 0
                                THEN 1 ELSE 0 END)
                  FROM (SELECT HSN_SEG_ID AS SEG_ID
                             , COUNT(*)   AS MBRS
                             , SUM(CASE WHEN HSN_RELATE_CD = '01'
                                          OR HSN_RELATE_CD = '03'
                                        THEN 1 ELSE 0 END) AS PARTNERS
                             , SUM(CASE WHEN HSN_RELATE_CD = '02'
                                        THEN 1 ELSE 0 END) AS CHILDREN
                             , SUM(CASE WHEN HSN_RELATE_CD > '03'
                                        THEN 1 ELSE 0 END) AS OTHERS
                          FROM T_UIS_HHLD_SNAPSHOT
                         WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
                         GROUP BY HSN_SEG_ID
                                , HSN_CUST_NUM
                                , HSN_EMPE_ID) AS HH
                 GROUP BY HH.SEG_ID
                 ORDER BY HH.SEG_ID
           END-EXEC.

           EXEC SQL
                DECLARE REL-CSR CURSOR FOR
                SELECT HSN_SEG_ID
                     , HSN_RELATE_CD
                     , COUNT(*)
                  FROM T_UIS_HHLD_SNAPSHOT
                 WHERE HSN_SNAP_DATE = :WS-SNAP-DATE
                 GROUP BY HSN_SEG_ID
                        , HSN_RELATE_CD
                 ORDER BY HSN_SEG_ID
                        , HSN_RELATE_CD
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748HCR WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-NEXT-SEGMENT
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE HHLD-CSR
           END-EXEC.

           PERFORM 2500-REPORT-ALL-SEGMENTS
              THRU 2500-EXIT.

           PERFORM 3000-REPORT-RELATIONSHIPS
              THRU 3000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      * SETTLES WHICH SNAPSHOT DATE TO REPORT. ONLY A DATE F5748HSL    *
      * REGISTERED SUCCESS FOR IS USED - A PART-LOADED DATE WOULD      *
      * UNDERSTATE EVERY SEGMENT.                                      *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF WS-PARM-SNAP-DATE = SPACES
               EXEC SQL
                    SELECT CHAR(MAX(RUN_DATE), ISO)
                      INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                      FROM T_UIS_RUN_STATUS
                     WHERE RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                       AND RUN_OUTCOME = 'SUCCESS'
               END-EXEC
           ELSE
               EXEC SQL
                    SELECT CHAR(RUN_DATE, ISO)
                      INTO :WS-SNAP-DATE :WS-SNAP-DATE-IND
                      FROM T_UIS_RUN_STATUS
                     WHERE RUN_DATE    = :WS-PARM-SNAP-DATE
                       AND RUN_JOB_NM  = :WS-SNAPSHOT-LOADER
                       AND RUN_OUTCOME = 'SUCCESS'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
            OR WS-SNAP-DATE-IND < 0
               DISPLAY 'F5748HCR - NO SUCCESSFUL HOUSEHOLD SNAPSHOT '
                       'FOR ' WS-PARM-SNAP-DATE
                       ' (SQLCODE=' SQLCODE ') - NOTHING REPORTED'
               MOVE 8                        TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'F5748HCR - HOUSEHOLD COMPOSITION BY SEGMENT - '
                   'SNAPSHOT OF ' WS-SNAP-DATE.
           DISPLAY ' '.
           DISPLAY 'SEG  HOUSEHOLDS    MEMBERS  AVG  LARGEST  '
                   'EMPE-ONLY  +PARTNER  +CHILDREN      +BOTH'
                   '     +OTHER'.

           EXEC SQL
                OPEN HHLD-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCR - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-REPORT-NEXT-SEGMENT                    *
      ******************************************************************
       2000-REPORT-NEXT-SEGMENT.

           EXEC SQL
                FETCH HHLD-CSR
                INTO  :WS-RPT-SEG-ID
                     ,:WS-RPT-HHLDS
                     ,:WS-RPT-MEMBERS
                     ,:WS-RPT-LARGEST
                     ,:WS-RPT-EMPE-ONLY
                     ,:WS-RPT-WITH-PARTNER
                     ,:WS-RPT-WITH-CHILDREN
                     ,:WS-RPT-WITH-BOTH
                     ,:WS-RPT-WITH-OTHER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748HCR - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-SEG-COUNT.
           ADD WS-RPT-HHLDS                  TO WS-TOT-HHLDS.
           ADD WS-RPT-MEMBERS                TO WS-TOT-MEMBERS.
           ADD WS-RPT-EMPE-ONLY              TO WS-TOT-EMPE-ONLY.
           ADD WS-RPT-WITH-PARTNER           TO WS-TOT-WITH-PARTNER.
           ADD WS-RPT-WITH-CHILDREN          TO WS-TOT-WITH-CHILDREN.
           ADD WS-RPT-WITH-BOTH              TO WS-TOT-WITH-BOTH.
           ADD WS-RPT-WITH-OTHER             TO WS-TOT-WITH-OTHER.
           IF WS-RPT-LARGEST > WS-TOT-LARGEST
               MOVE WS-RPT-LARGEST           TO WS-TOT-LARGEST
           END-IF.

           PERFORM 2900-PRINT-ROLLUP-LINE
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2500-REPORT-ALL-SEGMENTS                    *
      ******************************************************************
       2500-REPORT-ALL-SEGMENTS.

           IF WS-SEG-COUNT = ZEROES
               DISPLAY 'F5748HCR - SNAPSHOT OF ' WS-SNAP-DATE
                       ' HOLDS NO HOUSEHOLDS'
               GO TO 2500-EXIT
           END-IF.

           MOVE '*'                          TO WS-RPT-SEG-ID.
           MOVE WS-TOT-HHLDS                 TO WS-RPT-HHLDS.
           MOVE WS-TOT-MEMBERS               TO WS-RPT-MEMBERS.
           MOVE WS-TOT-LARGEST               TO WS-RPT-LARGEST.
           MOVE WS-TOT-EMPE-ONLY             TO WS-RPT-EMPE-ONLY.
           MOVE WS-TOT-WITH-PARTNER          TO WS-RPT-WITH-PARTNER.
           MOVE WS-TOT-WITH-CHILDREN         TO WS-RPT-WITH-CHILDREN.
           MOVE WS-TOT-WITH-BOTH             TO WS-RPT-WITH-BOTH.
           MOVE WS-TOT-WITH-OTHER            TO WS-RPT-WITH-OTHER.

           PERFORM 2900-PRINT-ROLLUP-LINE
              THRU 2900-EXIT.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2900-PRINT-ROLLUP-LINE                     *
      * PRINTS ONE SEGMENT LINE, OR THE ALL-SEGMENTS LINE ('*').       *
      ******************************************************************
       2900-PRINT-ROLLUP-LINE.

           MOVE ZEROES                       TO WS-AVG-SIZE.
           IF WS-RPT-HHLDS > ZEROES
               COMPUTE WS-AVG-SIZE ROUNDED =
                       WS-RPT-MEMBERS / WS-RPT-HHLDS
           END-IF.

           MOVE WS-RPT-HHLDS                 TO WS-HHLDS-DSP.
           MOVE WS-RPT-MEMBERS               TO WS-MEMBERS-DSP.
           MOVE WS-AVG-SIZE                  TO WS-AVG-SIZE-DSP.
           MOVE WS-RPT-LARGEST               TO WS-LARGEST-DSP.
           MOVE WS-RPT-EMPE-ONLY             TO WS-EMPE-ONLY-DSP.
           MOVE WS-RPT-WITH-PARTNER          TO WS-WITH-PARTNER-DSP.
           MOVE WS-RPT-WITH-CHILDREN         TO WS-WITH-CHILDREN-DSP.
           MOVE WS-RPT-WITH-BOTH             TO WS-WITH-BOTH-DSP.
           MOVE WS-RPT-WITH-OTHER            TO WS-WITH-OTHER-DSP.

           DISPLAY WS-RPT-SEG-ID '    '
                   WS-HHLDS-DSP '  '
                   WS-MEMBERS-DSP ' '
                   WS-AVG-SIZE-DSP '    '
                   WS-LARGEST-DSP '  '
                   WS-EMPE-ONLY-DSP ' '
                   WS-WITH-PARTNER-DSP '  '
                   WS-WITH-CHILDREN-DSP '  '
                   WS-WITH-BOTH-DSP '  '
                   WS-WITH-OTHER-DSP.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   3000-REPORT-RELATIONSHIPS                    *
      * SECOND SECTION - MEMBERS BY RELATIONSHIP CODE WITHIN SEGMENT.  *
      ******************************************************************
       3000-REPORT-RELATIONSHIPS.

           IF WS-SEG-COUNT = ZEROES
               GO TO 3000-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'SEG  REL  RELATIONSHIP         MEMBERS'.

           EXEC SQL
                OPEN REL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748HCR - OPEN REL CURSOR FAILED SQLCODE='
                        SQLCODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-REPORT-NEXT-RELATIONSHIP
              THRU 3100-EXIT
              UNTIL WS-EOF-REL-CURSOR.

           EXEC SQL
                CLOSE REL-CSR
           END-EXEC.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 3100-REPORT-NEXT-RELATIONSHIP                  *
      ******************************************************************
       3100-REPORT-NEXT-RELATIONSHIP.

           EXEC SQL
                FETCH REL-CSR
                INTO  :WS-RPT-REL-SEG-ID
                     ,:WS-RPT-RELATE-CD
                     ,:WS-RPT-REL-MEMBERS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-REL-CURSOR     TO TRUE
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748HCR - REL FETCH FAILED SQLCODE='
                            SQLCODE
                   SET WS-EOF-REL-CURSOR     TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE.

           EVALUATE WS-RPT-RELATE-CD
               WHEN '00'
                   MOVE 'EMPLOYEE'           TO WS-REL-DSC
               WHEN '01'
                   MOVE 'SPOUSE'             TO WS-REL-DSC
               WHEN '02'
                   MOVE 'CHILD'              TO WS-REL-DSC
               WHEN '03'
                   MOVE 'DOMESTIC PARTNER'   TO WS-REL-DSC
               WHEN OTHER
                   MOVE 'OTHER DEPENDENT'    TO WS-REL-DSC
           END-EVALUATE.

           MOVE WS-RPT-REL-MEMBERS           TO WS-MEMBERS-DSP.

           DISPLAY WS-RPT-REL-SEG-ID '    '
                   WS-RPT-RELATE-CD '   '
                   WS-REL-DSC '  '
                   WS-MEMBERS-DSP.
           .
       3100-EXIT.
           EXIT.

       END PROGRAM F5748HCR.
