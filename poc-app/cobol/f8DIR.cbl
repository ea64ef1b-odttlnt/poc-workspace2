      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748DIR.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748DIR:     DEPENDENCY OUTAGE IMPACT REPORT                 *
      *                                                                *
      *  FUNCTION:     LISTS THE SERVICE FUNCTIONS AN OUTAGE TAKES     *
      *                DOWN, FROM THE T_UIS_SRV_DEPEND REGISTRY KEPT   *
      *                BY F5748DPM:                                    *
      *                                                                *
      *                - WITH A DEPENDENCY ON THE CARD (E.G. A TABLE   *
      *                  ABOUT TO BE REORGANIZED), EVERY FUNCTION THAT *
      *                  DEPENDS ON IT, WHETHER IT IS DOWN NOW, AND ITS*
      *                  CURRENT AND PLANNED T_UIS_DEP_OUTAGE WINDOWS. *
      *                - WITH A BLANK CARD, EVERY FUNCTION F5748I00    *
      *                  IS REFUSING RIGHT NOW, WITH THE DEPENDENCY    *
      *                  THAT IS DOWN AND ITS EXPECTED RESTORE TIME.   *
      *                                                                *
      *                A DEPENDENCY IS DOWN BY THE SAME TESTS AS       *
      *                2910-CHECK-DEPENDENCIES IN F5748I00: AN OUTAGE  *
      *                WINDOW IN FORCE, A SEGMENT F5748PRB MARKED DOWN,*
      *                OR A PROGRAM WITH ITS CIRCUIT BREAKER OPEN.     *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - PARAMETER CARD:                      *
      *                   COL  01     DEPENDENCY TYPE (S = INFORCE     *
      *                               SEGMENT, T = DB2 TABLE,          *
      *                               P = SERVICE PROGRAM; BLANK =     *
      *                               EVERYTHING DOWN NOW)             *
      *                   COLS 03-20  DEPENDENCY NAME                  *
      *                                                                *
      *  DB2 TABLES:   T_UIS_SRV_DEPEND (READ)                         *
      *                T_UIS_DEP_OUTAGE (READ)                         *
      *                T_UIS_SEG_STATUS (READ)                         *
      *                T_UIS_SRV_HEALTH (READ)                         *
      *                T_UIS_SRV_FN_PGM (READ)                         *
      *                                                                *
      *  RETURN CODE:  0 = REPORTED, 4 = NO FUNCTION DEPENDS ON THE    *
      *                DEPENDENCY NAMED, 8 = BAD CARD OR DB2 FAILURE   *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748DIR'.
      * MUST AGREE WITH WS-CB-FAIL-THRESHOLD/WS-CB-WINDOW-SECONDS AND
      * WS-SEG-STATUS-TTL-MINUTES IN F5748I00 - WHAT IS SHOWN DOWN
      * HERE IS WHAT 2910-CHECK-DEPENDENCIES REFUSES.
           05  WS-CB-FAIL-THRESHOLD         PIC S9(09) USAGE COMP
                                                        VALUE 3.
           05  WS-CB-WINDOW-SECONDS         PIC S9(09) USAGE COMP
                                                        VALUE 120.
           05  WS-SEG-STATUS-TTL-MINUTES    PIC S9(09) USAGE COMP
                                                        VALUE 15.

       01  WS-PARM-CARD.
           05  WS-PARM-DEP-TYPE             PIC X(01) VALUE SPACE.
               88  WS-PARM-ALL-DOWN                   VALUE SPACE.
               88  WS-PARM-DEP-TYPE-VALID             VALUE 'S' 'T' 'P'.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PARM-DEP-NAME             PIC X(18) VALUE SPACES.

      * ONE AFFECTED FUNCTION, AS IMPACT-CSR RETURNS IT.
       01  WS-IMPACT-ROW.
           05  WS-RPT-SRV-FN-CD             PIC X(04) VALUE SPACES.
           05  WS-RPT-SRV-PGM-NM            PIC X(08) VALUE SPACES.
           05  WS-RPT-DEP-TYPE              PIC X(01) VALUE SPACE.
           05  WS-RPT-DEP-NAME              PIC X(18) VALUE SPACES.
           05  WS-RPT-DOWN-IND              PIC X(01) VALUE SPACE.
               88  WS-RPT-DEP-IS-DOWN                 VALUE 'Y'.
           05  WS-RPT-RESTORE-TS            PIC X(26) VALUE SPACES.
           05  WS-RPT-RESTORE-IND           PIC S9(04) USAGE COMP
                                                        VALUE ZEROES.

       01  WS-WORKING-FIELDS.
           05  WS-RESTORE-DSP               PIC X(16) VALUE SPACES.
           05  WS-DOWN-DSP                  PIC X(04) VALUE SPACES.
           05  WS-FUNCTION-COUNT            PIC 9(05) VALUE ZEROES.
           05  WS-OUTAGE-COUNT              PIC 9(05) VALUE ZEROES.
           05  WS-FUNCTION-COUNT-DSP        PIC Z(04)9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-OUT-EOF-SW                PIC X(01) VALUE 'N'.
               88  WS-EOF-OUTAGE-CURSOR               VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_DEP_OUTAGE
           EXEC SQL INCLUDE F5748DOU     END-EXEC.

      * THE NESTED SELECT JUDGES EVERY REGISTRY ROW DOWN OR UP AND ITS
      * RESTORE TIME EXACTLY AS 2910-CHECK-DEPENDENCIES IN F5748I00
      * DOES; THE OUTER ONE KEEPS THE ROWS FOR THE DEPENDENCY ON THE
      * CARD, OR EVERY ROW THAT IS DOWN WHEN THE CARD IS BLANK.
           EXEC SQL
                DECLARE IMPACT-CSR CURSOR FOR
                SELECT X.FN_CD, X.PGM_NM, X.DEP_TYPE, X.DEP_NAME,
                       X.DOWN_IND, X.RESTORE_TS
                  FROM (SELECT D.SDP_SRV_FN_CD AS FN_CD
                             , COALESCE(
                                 (SELECT MIN(F.UIS_SRV_PGM_NM)
                                    FROM T_UIS_SRV_FN_PGM F
                                   WHERE F.UIS_SRV_FN_CD =
                                         D.SDP_SRV_FN_CD), ' ')
                               AS PGM_NM
                             , D.SDP_DEP_TYPE AS DEP_TYPE
                             , D.SDP_DEP_NAME AS DEP_NAME
                             , CASE
                               WHEN EXISTS
                                 (SELECT 1
                                    FROM T_UIS_DEP_OUTAGE O
                                   WHERE O.DOU_DEP_TYPE  =
                                         D.SDP_DEP_TYPE
                                     AND O.DOU_DEP_NAME  =
                                         D.SDP_DEP_NAME
                                     AND O.DOU_START_TS <=
                                         CURRENT TIMESTAMP
                                     AND O.DOU_END_TS   >
                                         CURRENT TIMESTAMP)
                               THEN 'Y'
                               WHEN D.SDP_DEP_TYPE = 'S'
                                AND EXISTS
                                 (SELECT 1
                                    FROM T_UIS_SEG_STATUS S
                                   WHERE S.SGS_SEG_ID   =
                                         SUBSTR(D.SDP_DEP_NAME, 1, 1)
                                     AND S.SGS_STATUS   = 'D'
                                     AND S.SGS_PROBE_TS >
                                         (CURRENT TIMESTAMP -
                                          :WS-SEG-STATUS-TTL-MINUTES
                                          MINUTES))
                               THEN 'Y'
                               WHEN D.SDP_DEP_TYPE = 'P'
                                AND EXISTS
                                 (SELECT 1
                                    FROM T_UIS_SRV_HEALTH H
                                   WHERE H.SHL_SRV_PGM_NM   =
                                         D.SDP_DEP_NAME
                                     AND H.SHL_FAIL_COUNT  >=
                                         :WS-CB-FAIL-THRESHOLD
                                     AND H.SHL_LAST_FAIL_TS >
                                         (CURRENT TIMESTAMP -
                                          :WS-CB-WINDOW-SECONDS
                                          SECONDS))
                               THEN 'Y'
                               ELSE 'N' END AS DOWN_IND
                             , COALESCE(
                                 (SELECT MAX(O.DOU_END_TS)
                                    FROM T_UIS_DEP_OUTAGE O
                                   WHERE O.DOU_DEP_TYPE  =
                                         D.SDP_DEP_TYPE
                                     AND O.DOU_DEP_NAME  =
                                         D.SDP_DEP_NAME
                                     AND O.DOU_START_TS <=
                                         CURRENT TIMESTAMP
                                     AND O.DOU_END_TS   >
                                         CURRENT TIMESTAMP),
                                 (SELECT H.SHL_LAST_FAIL_TS
                                         + :WS-CB-WINDOW-SECONDS
                                           SECONDS
                                    FROM T_UIS_SRV_HEALTH H
                                   WHERE D.SDP_DEP_TYPE     = 'P'
                                     AND H.SHL_SRV_PGM_NM   =
                                         D.SDP_DEP_NAME
                                     AND H.SHL_FAIL_COUNT  >=
                                         :WS-CB-FAIL-THRESHOLD
                                     AND H.SHL_LAST_FAIL_TS >
                                         (CURRENT TIMESTAMP -
                                          :WS-CB-WINDOW-SECONDS
                                          SECONDS)))
                               AS RESTORE_TS
                          FROM T_UIS_SRV_DEPEND D) AS X
                 WHERE (:WS-PARM-DEP-TYPE = ' '
                        AND X.DOWN_IND = 'Y')
                    OR (X.DEP_TYPE = :WS-PARM-DEP-TYPE
                        AND X.DEP_NAME = :WS-PARM-DEP-NAME)
                 ORDER BY X.DEP_TYPE, X.DEP_NAME, X.FN_CD
           END-EXEC.

           EXEC SQL
                DECLARE OUTAGE-CSR CURSOR FOR
                SELECT DOU_START_TS, DOU_END_TS, DOU_DSCR, DOU_SET_BY
                  FROM T_UIS_DEP_OUTAGE
                 WHERE DOU_DEP_TYPE = :WS-PARM-DEP-TYPE
                   AND DOU_DEP_NAME = :WS-PARM-DEP-NAME
                   AND DOU_END_TS   > CURRENT TIMESTAMP
                 ORDER BY DOU_START_TS
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748DIR WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-REPORT-NEXT-FUNCTION
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR.

           EXEC SQL
                CLOSE IMPACT-CSR
           END-EXEC.

           PERFORM 2500-REPORT-TOTAL
              THRU 2500-EXIT.

           IF NOT WS-PARM-ALL-DOWN
               PERFORM 3000-REPORT-OUTAGES
                  THRU 3000-EXIT
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        1000-INITIALIZE                         *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-PARM-CARD               FROM SYSIN.

           IF NOT WS-PARM-ALL-DOWN
               IF NOT WS-PARM-DEP-TYPE-VALID
                OR WS-PARM-DEP-NAME = SPACES
                   DISPLAY 'F5748DIR - CARD MUST NAME A DEPENDENCY '
                           '(S, T, OR P IN COL 1, NAME IN COLS '
                           '03-20) OR BE BLANK'
                   MOVE 8                    TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF WS-PARM-ALL-DOWN
               DISPLAY 'F5748DIR - FUNCTIONS REFUSED NOW FOR A '
                       'DEPENDENCY THAT IS DOWN'
           ELSE
               DISPLAY 'F5748DIR - FUNCTIONS AFFECTED BY AN OUTAGE OF '
                       WS-PARM-DEP-TYPE ' ' WS-PARM-DEP-NAME
           END-IF.
           DISPLAY ' '.
           DISPLAY 'FUNC  PROGRAM   T DEPENDENCY          DOWN  '
                   'EXPECTED RESTORE'.

           EXEC SQL
                OPEN IMPACT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DIR - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2000-REPORT-NEXT-FUNCTION                    *
      * A NULL RESTORE TIME ON A DEPENDENCY THAT IS DOWN MEANS NOBODY  *
      * CAN SAY (A SEGMENT DOWN WITH NO OUTAGE WINDOW DECLARED).       *
      ******************************************************************
       2000-REPORT-NEXT-FUNCTION.

           EXEC SQL
                FETCH IMPACT-CSR
                INTO  :WS-RPT-SRV-FN-CD
                     ,:WS-RPT-SRV-PGM-NM
                     ,:WS-RPT-DEP-TYPE
                     ,:WS-RPT-DEP-NAME
                     ,:WS-RPT-DOWN-IND
                     ,:WS-RPT-RESTORE-TS :WS-RPT-RESTORE-IND
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'F5748DIR - FETCH FAILED SQLCODE=' SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-CURSOR         TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-FUNCTION-COUNT.

           MOVE SPACES                       TO WS-RESTORE-DSP.
           IF WS-RPT-DEP-IS-DOWN
               MOVE 'YES'                    TO WS-DOWN-DSP
               IF WS-RPT-RESTORE-IND < 0
                   MOVE 'NOT KNOWN'          TO WS-RESTORE-DSP
               ELSE
                   MOVE WS-RPT-RESTORE-TS(1:16)
                                             TO WS-RESTORE-DSP
               END-IF
           ELSE
               MOVE 'NO'                     TO WS-DOWN-DSP
           END-IF.

           DISPLAY WS-RPT-SRV-FN-CD '  '
                   WS-RPT-SRV-PGM-NM '  '
                   WS-RPT-DEP-TYPE ' '
                   WS-RPT-DEP-NAME '  '
                   WS-DOWN-DSP '  '
                   WS-RESTORE-DSP.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2500-REPORT-TOTAL                        *
      * A NAMED DEPENDENCY NO FUNCTION IS REGISTERED AGAINST ENDS THE  *
      * RUN WITH A WARNING - USUALLY A MISKEYED NAME, OR A REGISTRY    *
      * ROW STILL TO BE ADDED WITH F5748DPM.                           *
      ******************************************************************
       2500-REPORT-TOTAL.

           MOVE WS-FUNCTION-COUNT            TO WS-FUNCTION-COUNT-DSP.
           DISPLAY ' '.

           IF WS-FUNCTION-COUNT = ZEROES
               IF WS-PARM-ALL-DOWN
                   DISPLAY 'F5748DIR - NO FUNCTION IS AFFECTED BY A '
                           'DEPENDENCY OUTAGE'
               ELSE
                   DISPLAY 'F5748DIR - NO FUNCTION IS REGISTERED AS '
                           'DEPENDING ON ' WS-PARM-DEP-TYPE ' '
                           WS-PARM-DEP-NAME
                   IF RETURN-CODE = 0
                       MOVE 4                TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'F5748DIR - ' WS-FUNCTION-COUNT-DSP
                       ' FUNCTION(S) AFFECTED'
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      3000-REPORT-OUTAGES                       *
      * THE NAMED DEPENDENCY'S OUTAGE WINDOWS IN FORCE OR STILL TO     *
      * COME, SO THE IMPACT CAN BE READ AGAINST WHEN IT WILL BITE.     *
      ******************************************************************
       3000-REPORT-OUTAGES.

           DISPLAY ' '.
           DISPLAY 'F5748DIR - CURRENT AND PLANNED OUTAGES OF '
                   WS-PARM-DEP-TYPE ' ' WS-PARM-DEP-NAME.

           EXEC SQL
                OPEN OUTAGE-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748DIR - OPEN CURSOR FAILED SQLCODE='
                        SQLCODE
               MOVE 8                        TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-REPORT-NEXT-OUTAGE
              THRU 3100-EXIT
              UNTIL WS-EOF-OUTAGE-CURSOR.

           EXEC SQL
                CLOSE OUTAGE-CSR
           END-EXEC.

           IF WS-OUTAGE-COUNT = ZEROES
               DISPLAY '  NONE DECLARED'
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3100-REPORT-NEXT-OUTAGE                     *
      ******************************************************************
       3100-REPORT-NEXT-OUTAGE.

           EXEC SQL
                FETCH OUTAGE-CSR
                INTO  :DOU-START-TS
                     ,:DOU-END-TS
                     ,:DOU-DSCR
                     ,:DOU-SET-BY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   SET WS-EOF-OUTAGE-CURSOR  TO TRUE
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'F5748DIR - FETCH FAILED SQLCODE=' SQLCODE
                   MOVE 8                    TO RETURN-CODE
                   SET WS-EOF-OUTAGE-CURSOR  TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE.

           ADD 1                             TO WS-OUTAGE-COUNT.
           DISPLAY '  FROM ' DOU-START-TS(1:16)
                   ' TO ' DOU-END-TS(1:16)
                   ' BY ' DOU-SET-BY
                   '  ' DOU-DSCR.
           .
       3100-EXIT.
           EXIT.

       END PROGRAM F5748DIR.
