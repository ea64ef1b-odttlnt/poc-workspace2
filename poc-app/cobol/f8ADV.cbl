      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ADV.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ADV:     POSTAL ADDRESS STANDARDIZATION AND CHECK        *
      *                                                                *
      *  FUNCTION:     PUTS A CONTACT ADDRESS INTO STANDARD FORM AND   *
      *                CHECKS IT AGAINST THE POSTAL REFERENCE, SO THE  *
      *                ONLINE UPDATE AND THE NIGHTLY SWEEP AGREE ON    *
      *                WHAT A GOOD ADDRESS LOOKS LIKE:                 *
      *                                                                *
      *                STANDARDIZE - UPPER CASE; PERIODS AND COMMAS    *
      *                              DROPPED; ONE SPACE BETWEEN WORDS; *
      *                              UNIT DESIGNATORS ALWAYS, AND      *
      *                              STREET SUFFIXES WHEN THEY END THE *
      *                              STREET, ABBREVIATED ('12 MAIN     *
      *                              STREET APARTMENT 4' BECOMES '12   *
      *                              MAIN ST APT 4', BUT 'STREET' IN   *
      *                              '1 STREET FARM RD' IS LEFT ALONE);*
      *                              A NINE-DIGIT POSTAL CODE WRITTEN  *
      *                              NNNNN-NNNN. THE CITY IS NOT       *
      *                              ABBREVIATED.                      *
      *                CHECK       - REQUIRED FIELDS PRESENT, POSTAL   *
      *                              CODE WELL FORMED, STATE ON        *
      *                              T_POSTAL_REF, AND THE POSTAL      *
      *                              CODE'S THREE-DIGIT PREFIX SERVING *
      *                              THAT STATE.                       *
      *                                                                *
      *                EVERYTHING FOUND IS A WARNING - THE CALLER      *
      *                DECIDES WHAT TO DO WITH IT. SEE F5748ADA.       *
      *                                                                *
      *  ENVIRONMENT:  SUBPROGRAM, ONLINE (F5748CCS) AND BATCH         *
      *                (F5748ADW). NO CICS SERVICES.                   *
      *                                                                *
      *  PARAMETERS:   1. F5748ADA ADDRESS STANDARDIZATION CALL AREA   *
      *                                                                *
      *  DB2 TABLES:   T_POSTAL_REF          (READ)                    *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ADV'.
           05  WS-MAX-WARNINGS              PIC 9(01) VALUE 4.
           05  WS-MAX-WORDS                 PIC S9(04) COMP VALUE 20.

      * WARNING MESSAGES, ONE PER WARNING CODE (SEE F5748ADA).
       01  WS-WARNING-MESSAGES.
           05  WS-MSG-MISS                  PIC X(60) VALUE
         'ADDRESS LINE 1, CITY, OR STATE IS MISSING.                  '.
           05  WS-MSG-ZIPF                  PIC X(60) VALUE
         'POSTAL CODE MISSING OR NOT IN THE FORM NNNNN OR NNNNN-NNNN. '.
           05  WS-MSG-STAT                  PIC X(60) VALUE
         'STATE CODE IS NOT A RECOGNIZED POSTAL STATE CODE.           '.
           05  WS-MSG-ZIPS                  PIC X(60) VALUE
         'POSTAL CODE DOES NOT BELONG TO THE STATE - CONFIRM BOTH.    '.
           05  WS-MSG-NCHK                  PIC X(60) VALUE
         'POSTAL REFERENCE UNAVAILABLE - STATE AND ZIP NOT CHECKED.   '.

      * ABBREVIATIONS - WORD AS WRITTEN, STANDARD SHORT FORM, AND
      * WHETHER IT IS A STREET SUFFIX ('S') OR A UNIT DESIGNATOR ('U').
       01  WS-ABBREV-VALUES.
           05  FILLER                       PIC X(15)
                                            VALUE 'STREET    ST  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'AVENUE    AVE S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'ROAD      RD  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'DRIVE     DR  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'BOULEVARD BLVDS'.
           05  FILLER                       PIC X(15)
                                            VALUE 'LANE      LN  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'COURT     CT  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'PLACE     PL  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'CIRCLE    CIR S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'HIGHWAY   HWY S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'PARKWAY   PKWYS'.
           05  FILLER                       PIC X(15)
                                            VALUE 'TERRACE   TER S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'SQUARE    SQ  S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'TRAIL     TRL S'.
           05  FILLER                       PIC X(15)
                                            VALUE 'APARTMENT APT U'.
           05  FILLER                       PIC X(15)
                                            VALUE 'SUITE     STE U'.
           05  FILLER                       PIC X(15)
                                            VALUE 'BUILDING  BLDGU'.
           05  FILLER                       PIC X(15)
                                            VALUE 'FLOOR     FL  U'.
           05  FILLER                       PIC X(15)
                                            VALUE 'ROOM      RM  U'.
           05  FILLER                       PIC X(15)
                                            VALUE 'UNIT      UNITU'.
       01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
           05  WS-ABBREV-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-ABX.
               10  WS-AB-WORD               PIC X(10).
               10  WS-AB-SHORT              PIC X(04).
               10  WS-AB-TYPE               PIC X(01).
                   88  WS-AB-IS-SUFFIX                VALUE 'S'.
                   88  WS-AB-IS-UNIT                  VALUE 'U'.

       01  WS-WORKING-FIELDS.
           05  WS-TEXT                      PIC X(40) VALUE SPACES.
           05  WS-TEXT-PTR                  PIC S9(04) COMP VALUE ZERO.
           05  WS-OUT-TEXT                  PIC X(40) VALUE SPACES.
           05  WS-OUT-PTR                   PIC S9(04) COMP VALUE ZERO.
           05  WS-ONE-WORD                  PIC X(40) VALUE SPACES.
           05  WS-NEXT-WORD                 PIC X(40) VALUE SPACES.
           05  WS-WORD-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-WORD-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WARN-CD                   PIC X(04) VALUE SPACES.
           05  WS-WARN-MSG                  PIC X(60) VALUE SPACES.
           05  WS-ZIP4                      PIC X(04) VALUE SPACES.
           05  WS-SHORT-FORM                PIC X(04) VALUE SPACES.
           05  WS-REF-COUNT                 PIC S9(09) COMP VALUE ZERO.

      * THE WORDS OF THE FIELD IN HAND, IN ORDER.
       01  WS-WORD-TABLE.
           05  WS-WORD OCCURS 20 TIMES      PIC X(40).

      * THE ADDRESS AS PASSED, TO TELL WHETHER STANDARDIZING CHANGED IT.
       01  WS-ADDRESS-BEFORE.
           05  WS-BEFORE-LINE-1             PIC X(40) VALUE SPACES.
           05  WS-BEFORE-LINE-2             PIC X(40) VALUE SPACES.
           05  WS-BEFORE-CITY               PIC X(30) VALUE SPACES.
           05  WS-BEFORE-STATE              PIC X(02) VALUE SPACES.
           05  WS-BEFORE-POSTAL-CD          PIC X(10) VALUE SPACES.
       01  WS-ADDRESS-AFTER.
           05  WS-AFTER-LINE-1              PIC X(40) VALUE SPACES.
           05  WS-AFTER-LINE-2              PIC X(40) VALUE SPACES.
           05  WS-AFTER-CITY                PIC X(30) VALUE SPACES.
           05  WS-AFTER-STATE               PIC X(02) VALUE SPACES.
           05  WS-AFTER-POSTAL-CD           PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ABBREVIATE-SW             PIC X(01) VALUE 'N'.
               88  WS-ABBREVIATE-WORDS                VALUE 'Y'.
           05  WS-ZIP-FORM-SW               PIC X(01) VALUE 'N'.
               88  WS-ZIP-WELL-FORMED                 VALUE 'Y'.
           05  WS-STATE-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-STATE-FOUND                     VALUE 'Y'.
           05  WS-NEXT-IS-UNIT-SW           PIC X(01) VALUE 'N'.
               88  WS-NEXT-IS-UNIT                    VALUE 'Y'.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_POSTAL_REF
           EXEC SQL INCLUDE F5748PRF     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ADV WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  ADV-CALL-AREA.
           COPY F5748ADA REPLACING ==:FD:== BY ==ADV==.
      *
       PROCEDURE DIVISION USING ADV-CALL-AREA.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-STANDARDIZE
              THRU 2000-EXIT.

           PERFORM 3000-CHECK-REQUIRED
              THRU 3000-EXIT.

           PERFORM 4000-CHECK-POSTAL-FORM
              THRU 4000-EXIT.

           PERFORM 5000-CHECK-POSTAL-REF
              THRU 5000-EXIT.

           IF ADV-RETURN-CODE = ZERO
           AND ADV-WARN-COUNT > ZERO
               MOVE 4                       TO ADV-RETURN-CODE
           END-IF.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      1000-INITIALIZE                           *
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZERO                        TO ADV-RETURN-CODE
                                               ADV-SQLCODE
                                               ADV-WARN-COUNT.
           MOVE SPACES                      TO ADV-WARNINGS.
           MOVE 'N'                         TO ADV-CHANGED-IND.

           MOVE ADV-ADDR-LINE-1             TO WS-BEFORE-LINE-1.
           MOVE ADV-ADDR-LINE-2             TO WS-BEFORE-LINE-2.
           MOVE ADV-CITY                    TO WS-BEFORE-CITY.
           MOVE ADV-STATE                   TO WS-BEFORE-STATE.
           MOVE ADV-POSTAL-CD               TO WS-BEFORE-POSTAL-CD.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-STANDARDIZE                          *
      * REWRITES THE FIVE FIELDS IN STANDARD FORM AND FLAGS WHETHER    *
      * ANYTHING CHANGED.                                              *
      ******************************************************************
       2000-STANDARDIZE.

           MOVE ADV-ADDR-LINE-1             TO WS-TEXT.
           SET WS-ABBREVIATE-WORDS          TO TRUE.
           PERFORM 2100-REBUILD-TEXT
              THRU 2100-EXIT.
           MOVE WS-OUT-TEXT                 TO ADV-ADDR-LINE-1.

           MOVE ADV-ADDR-LINE-2             TO WS-TEXT.
           SET WS-ABBREVIATE-WORDS          TO TRUE.
           PERFORM 2100-REBUILD-TEXT
              THRU 2100-EXIT.
           MOVE WS-OUT-TEXT                 TO ADV-ADDR-LINE-2.

           MOVE ADV-CITY                    TO WS-TEXT.
           MOVE 'N'                         TO WS-ABBREVIATE-SW.
           PERFORM 2100-REBUILD-TEXT
              THRU 2100-EXIT.
           MOVE WS-OUT-TEXT                 TO ADV-CITY.

           MOVE FUNCTION UPPER-CASE(ADV-STATE)
                                            TO ADV-STATE.

           PERFORM 2200-STANDARDIZE-POSTAL
              THRU 2200-EXIT.

           MOVE ADV-ADDR-LINE-1             TO WS-AFTER-LINE-1.
           MOVE ADV-ADDR-LINE-2             TO WS-AFTER-LINE-2.
           MOVE ADV-CITY                    TO WS-AFTER-CITY.
           MOVE ADV-STATE                   TO WS-AFTER-STATE.
           MOVE ADV-POSTAL-CD               TO WS-AFTER-POSTAL-CD.

           IF WS-ADDRESS-AFTER NOT = WS-ADDRESS-BEFORE
               SET ADV-WAS-STANDARDIZED     TO TRUE
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2100-REBUILD-TEXT                         *
      * UPPER-CASES WS-TEXT, DROPS PERIODS AND COMMAS, SPLITS IT INTO  *
      * WORDS, AND REBUILDS IT IN WS-OUT-TEXT WITH ONE SPACE BETWEEN   *
      * WORDS - ABBREVIATING THEM WHEN WS-ABBREVIATE-WORDS IS SET.     *
      ******************************************************************
       2100-REBUILD-TEXT.

           MOVE FUNCTION UPPER-CASE(WS-TEXT)
                                            TO WS-TEXT.
           INSPECT WS-TEXT CONVERTING '.,'  TO '  '.

           MOVE SPACES                      TO WS-WORD-TABLE
                                               WS-OUT-TEXT.
           MOVE ZERO                        TO WS-WORD-COUNT.
           MOVE 1                           TO WS-TEXT-PTR
                                               WS-OUT-PTR.

           PERFORM 2110-TAKE-ONE-WORD
              THRU 2110-EXIT
             UNTIL WS-TEXT-PTR > LENGTH OF WS-TEXT
                OR WS-WORD-COUNT = WS-MAX-WORDS.

           PERFORM 2120-PLACE-ONE-WORD
              THRU 2120-EXIT
           VARYING WS-WORD-SUB FROM 1 BY 1
             UNTIL WS-WORD-SUB > WS-WORD-COUNT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2110-TAKE-ONE-WORD                        *
      ******************************************************************
       2110-TAKE-ONE-WORD.

           MOVE SPACES                      TO WS-ONE-WORD.

           UNSTRING WS-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-ONE-WORD
               WITH POINTER WS-TEXT-PTR
           END-UNSTRING.

      * A LEADING SPACE GIVES AN EMPTY WORD - SKIP IT
           IF WS-ONE-WORD = SPACES
               GO TO 2110-EXIT
           END-IF.

           ADD 1                            TO WS-WORD-COUNT.
           MOVE WS-ONE-WORD                 TO WS-WORD(WS-WORD-COUNT).
           .
       2110-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2120-PLACE-ONE-WORD                       *
      * A UNIT DESIGNATOR IS ALWAYS SHORTENED. A STREET SUFFIX IS      *
      * SHORTENED ONLY WHEN IT ENDS THE STREET - IT IS THE LAST WORD,  *
      * OR THE NEXT WORD IS A '#' UNIT NUMBER OR A UNIT DESIGNATOR -   *
      * SO A SUFFIX WORD INSIDE A STREET NAME IS LEFT AS WRITTEN.      *
      ******************************************************************
       2120-PLACE-ONE-WORD.

           MOVE WS-WORD(WS-WORD-SUB)        TO WS-ONE-WORD.

           IF NOT WS-ABBREVIATE-WORDS
               GO TO 2120-STRING
           END-IF.

           SET WS-ABX                       TO 1.
           SEARCH WS-ABBREV-ENTRY
               AT END
                   GO TO 2120-STRING
               WHEN WS-AB-WORD(WS-ABX) = WS-ONE-WORD
                   CONTINUE
           END-SEARCH.

           IF WS-AB-IS-UNIT(WS-ABX)
               MOVE WS-AB-SHORT(WS-ABX)     TO WS-ONE-WORD
               GO TO 2120-STRING
           END-IF.

           IF WS-WORD-SUB = WS-WORD-COUNT
               MOVE WS-AB-SHORT(WS-ABX)     TO WS-ONE-WORD
               GO TO 2120-STRING
           END-IF.

           MOVE WS-AB-SHORT(WS-ABX)         TO WS-SHORT-FORM.
           MOVE WS-WORD(WS-WORD-SUB + 1)    TO WS-NEXT-WORD.
           PERFORM 2130-PEEK-NEXT-WORD
              THRU 2130-EXIT.
           IF WS-NEXT-IS-UNIT
               MOVE WS-SHORT-FORM           TO WS-ONE-WORD
           END-IF.

       2120-STRING.
           IF WS-WORD-SUB > 1
               STRING ' '                   DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.

           STRING WS-ONE-WORD               DELIMITED BY SPACE
               INTO WS-OUT-TEXT
               WITH POINTER WS-OUT-PTR
           END-STRING.
           .
       2120-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2130-PEEK-NEXT-WORD                       *
      * SETS WS-NEXT-IS-UNIT WHEN WS-NEXT-WORD IS A '#' UNIT NUMBER OR *
      * A UNIT DESIGNATOR, WRITTEN IN FULL OR ALREADY SHORTENED.       *
      ******************************************************************
       2130-PEEK-NEXT-WORD.

           MOVE 'N'                         TO WS-NEXT-IS-UNIT-SW.

           IF WS-NEXT-WORD(1:1) = '#'
               SET WS-NEXT-IS-UNIT          TO TRUE
               GO TO 2130-EXIT
           END-IF.

           SET WS-ABX                       TO 1.
           SEARCH WS-ABBREV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AB-IS-UNIT(WS-ABX)
                AND (WS-AB-WORD(WS-ABX)  = WS-NEXT-WORD
                 OR  WS-AB-SHORT(WS-ABX) = WS-NEXT-WORD)
                   SET WS-NEXT-IS-UNIT      TO TRUE
           END-SEARCH.
           .
       2130-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2200-STANDARDIZE-POSTAL                      *
      * A NINE-DIGIT CODE KEYED WITHOUT ITS HYPHEN, OR WITH A SPACE IN *
      * PLACE OF IT, IS WRITTEN NNNNN-NNNN.                            *
      ******************************************************************
       2200-STANDARDIZE-POSTAL.

           EVALUATE TRUE
               WHEN ADV-POSTAL-CD(1:9) IS NUMERIC
                AND ADV-POSTAL-CD(10:1) = SPACE
                   MOVE ADV-POSTAL-CD(6:4)  TO WS-ZIP4
                   MOVE '-'                 TO ADV-POSTAL-CD(6:1)
                   MOVE WS-ZIP4             TO ADV-POSTAL-CD(7:4)
               WHEN ADV-POSTAL-CD(1:5) IS NUMERIC
                AND ADV-POSTAL-CD(6:1) = SPACE
                AND ADV-POSTAL-CD(7:4) IS NUMERIC
                   MOVE '-'                 TO ADV-POSTAL-CD(6:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     3000-CHECK-REQUIRED                        *
      ******************************************************************
       3000-CHECK-REQUIRED.

           IF ADV-ADDR-LINE-1 = SPACES
           OR ADV-CITY        = SPACES
           OR ADV-STATE       = SPACES
               MOVE 'MISS'                  TO WS-WARN-CD
               MOVE WS-MSG-MISS             TO WS-WARN-MSG
               PERFORM 9000-ADD-WARNING
                  THRU 9000-EXIT
           END-IF.
           .
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    4000-CHECK-POSTAL-FORM                      *
      ******************************************************************
       4000-CHECK-POSTAL-FORM.

           MOVE 'N'                         TO WS-ZIP-FORM-SW.

           IF ADV-POSTAL-CD(1:5) IS NUMERIC
               IF ADV-POSTAL-CD(6:5) = SPACES
                   SET WS-ZIP-WELL-FORMED   TO TRUE
               END-IF
               IF ADV-POSTAL-CD(6:1) = '-'
               AND ADV-POSTAL-CD(7:4) IS NUMERIC
                   SET WS-ZIP-WELL-FORMED   TO TRUE
               END-IF
           END-IF.

           IF NOT WS-ZIP-WELL-FORMED
               MOVE 'ZIPF'                  TO WS-WARN-CD
               MOVE WS-MSG-ZIPF             TO WS-WARN-MSG
               PERFORM 9000-ADD-WARNING
                  THRU 9000-EXIT
           END-IF.
           .
       4000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5000-CHECK-POSTAL-REF                       *
      * THE STATE MUST BE ON T_POSTAL_REF, AND A WELL-FORMED POSTAL    *
      * CODE'S THREE-DIGIT PREFIX MUST SERVE THAT STATE. A DB2 FAILURE *
      * LEAVES BOTH UNCHECKED AND SAYS SO.                             *
      ******************************************************************
       5000-CHECK-POSTAL-REF.

           IF ADV-STATE = SPACES
               GO TO 5000-EXIT
           END-IF.

           MOVE ADV-STATE                   TO PRF-STATE.
           MOVE ZERO                        TO WS-REF-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-REF-COUNT
                FROM   T_POSTAL_REF
                WHERE  PRF_STATE = :PRF-STATE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 5900-REFERENCE-FAILED
                  THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF WS-REF-COUNT = ZERO
               MOVE 'STAT'                  TO WS-WARN-CD
               MOVE WS-MSG-STAT             TO WS-WARN-MSG
               PERFORM 9000-ADD-WARNING
                  THRU 9000-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF NOT WS-ZIP-WELL-FORMED
               GO TO 5000-EXIT
           END-IF.

           MOVE ADV-POSTAL-CD(1:3)          TO PRF-ZIP3.
           MOVE ZERO                        TO WS-REF-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-REF-COUNT
                FROM   T_POSTAL_REF
                WHERE  PRF_ZIP3  = :PRF-ZIP3
                  AND  PRF_STATE = :PRF-STATE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 5900-REFERENCE-FAILED
                  THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF WS-REF-COUNT = ZERO
               MOVE 'ZIPS'                  TO WS-WARN-CD
               MOVE WS-MSG-ZIPS             TO WS-WARN-MSG
               PERFORM 9000-ADD-WARNING
                  THRU 9000-EXIT
           END-IF.
           .
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    5900-REFERENCE-FAILED                       *
      ******************************************************************
       5900-REFERENCE-FAILED.

           MOVE 12                          TO ADV-RETURN-CODE.
           MOVE SQLCODE                     TO ADV-SQLCODE.
           MOVE 'NCHK'                      TO WS-WARN-CD.
           MOVE WS-MSG-NCHK                 TO WS-WARN-MSG.
           PERFORM 9000-ADD-WARNING
              THRU 9000-EXIT.
           .
       5900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      9000-ADD-WARNING                          *
      * ADDS WS-WARN-CD / WS-WARN-MSG TO THE CALL AREA. ONLY FOUR FIT; *
      * ANY MORE ARE DROPPED.                                          *
      ******************************************************************
       9000-ADD-WARNING.

           IF ADV-WARN-COUNT NOT < WS-MAX-WARNINGS
               GO TO 9000-EXIT
           END-IF.

           ADD 1                            TO ADV-WARN-COUNT.
           MOVE WS-WARN-CD        TO ADV-WARN-CD(ADV-WARN-COUNT).
           MOVE WS-WARN-MSG       TO ADV-WARN-MSG(ADV-WARN-COUNT).
           .
       9000-EXIT.
           EXIT.
      *
       END PROGRAM F5748ADV.
