      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLXMAINT.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  GLXMAINT:     Q.GLXREF MAINTENANCE UTILITY                    *
      *                                                                *
      *  FUNCTION:     THIS IS THE SUPPORTED WAY TO MAP A Q.ORG        *
      *                DEPARTMENT, A UIS SOURCE APPLICATION, OR A      *
      *                FEED'S RECOVERY OFFSET TO THE COST CENTER AND   *
      *                GL ACCOUNT GLJRNL POSTS IT TO, OR TO CHANGE OR  *
      *                DROP THAT MAPPING. GLJRNL STOPS ON ANY          *
      *                UNMAPPED DEPARTMENT OR APPLICATION, SO A NEW    *
      *                ONE MUST BE MAPPED HERE BEFORE MONTH-END.       *
      *                BASIC EDITS ARE APPLIED BEFORE ANY SQL IS       *
      *                ISSUED: THE SOURCE MUST BE D, A OR O, A         *
      *                DEPARTMENT KEY MUST BE A Q.ORG DEPTNUMB, AN     *
      *                OFFSET KEY MUST NAME ONE OF THE TWO FEEDS, AN   *
      *                ADD MAY NOT DUPLICATE AN EXISTING MAPPING, AND  *
      *                THE COST CENTER AND ACCOUNT MAY NOT BE BLANK.   *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  PARAMETERS:   1. SYSIN - ONE MAINTENANCE CARD:                *
      *                   COLS 01-06  ACTION   (ADD/CHANGE/DELETE)    *
      *                   COLS 07-07  SOURCE   D=DEPARTMENT           *
      *                                        A=SOURCE APPLICATION   *
      *                                        O=RECOVERY OFFSET      *
      *                   COLS 08-17  KEY      DEPTNUMB (5 DIGITS),   *
      *                                        ZOS-SRC-APP-NM, OR     *
      *                                        PRDORDER/F5748CHB      *
      *                   COLS 18-27  COST CENTER (ADD/CHANGE)        *
      *                   COLS 28-37  GL ACCOUNT  (ADD/CHANGE)        *
      *                                                                *
      *  DB2 TABLES:   Q.GLXREF (READ/INSERT/UPDATE/DELETE)            *
      *                Q.ORG (READ)                                    *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'GLXMAINT'.

       01  WS-MAINT-CARD.
           05  WS-MAINT-ACTION              PIC X(06) VALUE SPACES.
               88  WS-ACTION-IS-ADD                   VALUE 'ADD'.
               88  WS-ACTION-IS-CHANGE                VALUE 'CHANGE'.
               88  WS-ACTION-IS-DELETE                VALUE 'DELETE'.
               88  WS-ACTION-IS-VALID
                                   VALUE 'ADD' 'CHANGE' 'DELETE'.
           05  WS-MAINT-SOURCE              PIC X(01) VALUE SPACES.
               88  WS-SOURCE-IS-VALID             VALUE 'D' 'A' 'O'.
           05  WS-MAINT-KEY                 PIC X(10) VALUE SPACES.
           05  WS-MAINT-DEPT-KEY REDEFINES WS-MAINT-KEY.
               10  WS-MAINT-DEPTNUMB        PIC X(05).
               10  WS-MAINT-DEPT-REST       PIC X(05).
           05  WS-MAINT-COST-CENTER         PIC X(10) VALUE SPACES.
           05  WS-MAINT-GL-ACCOUNT          PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(43) VALUE SPACES.

       01  WS-WORKING-FIELDS.
           05  WS-CURRENT-COST-CENTER       PIC X(10) VALUE SPACES.
           05  WS-CURRENT-GL-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-DEPTNUMB-NUM              PIC S9(4) USAGE COMP
                                                        VALUE ZEROES.
           05  WS-ORG-ROW-COUNT             PIC S9(09) USAGE COMP
                                                        VALUE ZEROES.

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

      * DCLGEN FOR Q.GLXREF
           COPY GLXREF.

       01  FILLER                                PIC X(32) VALUE
           'GLXMAINT WORKING STORAGE ENDS'.
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
               DISPLAY 'GLXMAINT - INVALID ACTION ON MAINTENANCE CARD: '
                        WS-MAINT-ACTION
               MOVE 8                       TO RETURN-CODE
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-MAINT-CARD              FROM SYSIN.

           DISPLAY 'GLXMAINT - ACTION=' WS-MAINT-ACTION
                    ' SOURCE=' WS-MAINT-SOURCE
                    ' KEY=' WS-MAINT-KEY
                    ' CC=' WS-MAINT-COST-CENTER
                    ' ACCT=' WS-MAINT-GL-ACCOUNT.

           MOVE WS-MAINT-SOURCE              TO GLX-SOURCE.
           MOVE WS-MAINT-KEY                 TO GLX-KEY.
           MOVE WS-MAINT-COST-CENTER         TO GLX-COST-CENTER.
           MOVE WS-MAINT-GL-ACCOUNT          TO GLX-GL-ACCOUNT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2000-READ-CURRENT-ROW                      *
      * READS THE MAPPING AS IT EXISTS TODAY. AN ADD USES THIS TO      *
      * REJECT A DUPLICATE; CHANGE/DELETE USE IT TO CONFIRM THE ROW    *
      * EXISTS BEFORE ATTEMPTING THE UPDATE/DELETE.                    *
      ******************************************************************
       2000-READ-CURRENT-ROW.

           MOVE 'N'                         TO WS-ROW-FOUND-SW.
           MOVE SPACES                      TO WS-CURRENT-COST-CENTER
                                               WS-CURRENT-GL-ACCOUNT.

           EXEC SQL
                SELECT  GLX_COST_CENTER
                       ,GLX_GL_ACCOUNT
                  INTO  :WS-CURRENT-COST-CENTER
                       ,:WS-CURRENT-GL-ACCOUNT
                  FROM Q.GLXREF
                 WHERE GLX_SOURCE = :GLX-SOURCE
                   AND GLX_KEY    = :GLX-KEY
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ROW-WAS-FOUND         TO TRUE
               DISPLAY 'GLXMAINT - CURRENTLY MAPPED TO CC '
                        WS-CURRENT-COST-CENTER ' ACCT '
                        WS-CURRENT-GL-ACCOUNT
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 2500-EDIT-MAINTENANCE-CARD                     *
      * BASIC EDITS: A VALID SOURCE AND A KEY OF THE RIGHT KIND ARE    *
      * REQUIRED, AN ADD MAY NOT DUPLICATE AN EXISTING MAPPING, AND AN *
      * ADD/CHANGE MUST NAME BOTH A COST CENTER AND AN ACCOUNT.        *
      ******************************************************************
       2500-EDIT-MAINTENANCE-CARD.

           MOVE 'Y'                         TO WS-EDITS-PASSED-SW.

           IF NOT WS-SOURCE-IS-VALID
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, SOURCE MUST BE D, A OR O'
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-KEY = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, KEY IS BLANK'
               GO TO 2500-EXIT
           END-IF.

           IF WS-ACTION-IS-ADD AND WS-ROW-WAS-FOUND
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - ADD REJECTED, ALREADY MAPPED: '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY
               GO TO 2500-EXIT
           END-IF.

           IF WS-ACTION-IS-DELETE
               GO TO 2500-EXIT
           END-IF.

           IF WS-MAINT-COST-CENTER = SPACES
              OR WS-MAINT-GL-ACCOUNT = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, COST CENTER AND GL '
                       'ACCOUNT ARE BOTH REQUIRED'
               GO TO 2500-EXIT
           END-IF.

           IF GLX-FOR-OFFSET
              AND WS-MAINT-KEY NOT = 'PRDORDER'
              AND WS-MAINT-KEY NOT = 'F5748CHB'
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, OFFSET KEY MUST BE '
                       'PRDORDER OR F5748CHB'
               GO TO 2500-EXIT
           END-IF.

           IF GLX-FOR-DEPARTMENT
               PERFORM 2600-CHECK-DEPARTMENT
                  THRU 2600-EXIT
           END-IF.
           .
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2600-CHECK-DEPARTMENT                        *
      * A DEPARTMENT KEY IS THE DEPTNUMB AS GLJRNL BUILDS IT - FIVE    *
      * DIGITS, ZERO-FILLED - AND MUST BE ON Q.ORG.                    *
      ******************************************************************
       2600-CHECK-DEPARTMENT.

           IF WS-MAINT-DEPTNUMB NOT NUMERIC
              OR WS-MAINT-DEPT-REST NOT = SPACES
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, DEPARTMENT KEY MUST BE '
                       'A 5-DIGIT DEPTNUMB: ' WS-MAINT-KEY
               GO TO 2600-EXIT
           END-IF.

           MOVE WS-MAINT-DEPTNUMB            TO WS-DEPTNUMB-NUM.
           MOVE ZEROES                       TO WS-ORG-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ORG-ROW-COUNT
                  FROM Q.ORG
                 WHERE DEPTNUMB = :WS-DEPTNUMB-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - Q.ORG LOOKUP FAILED SQLCODE='
                        SQLCODE
               GO TO 2600-EXIT
           END-IF.

           IF WS-ORG-ROW-COUNT = ZERO
               MOVE 'N'                     TO WS-EDITS-PASSED-SW
               DISPLAY 'GLXMAINT - REJECTED, DEPTNUMB NOT ON Q.ORG: '
                        WS-MAINT-DEPTNUMB
           END-IF.
           .
       2600-EXIT.
           EXIT.
      *
      ******************************************************************
      *                         3100-ADD-ROW                           *
      ******************************************************************
       3100-ADD-ROW.

           EXEC SQL
                INSERT INTO Q.GLXREF
                       ( GLX_SOURCE
                       , GLX_KEY
                       , GLX_COST_CENTER
                       , GLX_GL_ACCOUNT
                       , GLX_CHG_USER
                       , GLX_CHG_TS )
                VALUES ( :GLX-SOURCE
                       , :GLX-KEY
                       , :GLX-COST-CENTER
                       , :GLX-GL-ACCOUNT
                       , USER
                       , CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'GLXMAINT - ADD COMPLETE FOR '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY
           ELSE
               DISPLAY 'GLXMAINT - INSERT FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3200-CHANGE-ROW                         *
      ******************************************************************
       3200-CHANGE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'GLXMAINT - CHANGE FAILED, NO ROW FOUND FOR '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY
               MOVE 8                       TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                UPDATE Q.GLXREF
                   SET GLX_COST_CENTER = :GLX-COST-CENTER
                     , GLX_GL_ACCOUNT  = :GLX-GL-ACCOUNT
                     , GLX_CHG_USER    = USER
                     , GLX_CHG_TS      = CURRENT TIMESTAMP
                 WHERE GLX_SOURCE      = :GLX-SOURCE
                   AND GLX_KEY         = :GLX-KEY
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'GLXMAINT - CHANGE COMPLETE FOR '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY ' '
                        WS-CURRENT-COST-CENTER '/'
                        WS-CURRENT-GL-ACCOUNT ' -> '
                        WS-MAINT-COST-CENTER '/'
                        WS-MAINT-GL-ACCOUNT
           ELSE
               DISPLAY 'GLXMAINT - UPDATE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                        3300-DELETE-ROW                         *
      * FROM THE NEXT RUN GLJRNL STOPS IF THE KEY HAS ANY ACTIVITY.    *
      ******************************************************************
       3300-DELETE-ROW.

           IF NOT WS-ROW-WAS-FOUND
               DISPLAY 'GLXMAINT - DELETE FAILED, NO ROW FOUND FOR '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY
               MOVE 8                       TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM Q.GLXREF
                 WHERE GLX_SOURCE = :GLX-SOURCE
                   AND GLX_KEY    = :GLX-KEY
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'GLXMAINT - DELETE COMPLETE FOR '
                        WS-MAINT-SOURCE ' ' WS-MAINT-KEY
           ELSE
               DISPLAY 'GLXMAINT - DELETE FAILED SQLCODE=' SQLCODE
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       3300-EXIT.
           EXIT.

       END PROGRAM GLXMAINT.
