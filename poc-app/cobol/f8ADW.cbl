      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ADW.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ADW:     T_CUST_CONTACT ADDRESS QUALITY SWEEP            *
      *                                                                *
      *  FUNCTION:     F5748CCS NOW STANDARDIZES AND CHECKS AN ADDRESS *
      *                AS IT IS KEYED, BUT THE ROWS ALREADY ON         *
      *                T_CUST_CONTACT WERE NEVER CHECKED, AND A        *
      *                REFRESHED POSTAL REFERENCE CAN FAULT ONE THAT   *
      *                PASSED BEFORE. THIS SWEEP RUNS EVERY ROW        *
      *                THROUGH THE SAME F5748ADV CHECK AND LANDS WHAT  *
      *                IT FINDS ON THE STEWARDSHIP WORKQUEUE:          *
      *                                                                *
      *                  ADDR - THE ADDRESS DRAWS ONE OR MORE ADDRESS  *
      *                         WARNINGS (CODES AS IN F5748ADA)        *
      *                  RETM - MAIL TO THE ADDRESS CAME BACK (SEE     *
      *                         F5748RML) AND THE ADDRESS HAS NOT BEEN *
      *                         UPDATED SINCE                          *
      *                                                                *
      *                A RE-DETECTION BUMPS THE EXISTING CASE (AND     *
      *                REOPENS A CLOSED ONE). ROWS THAT ARE SOUND BUT  *
      *                NOT YET IN STANDARD FORM ARE COUNTED ONLY - THE *
      *                NEXT UPDATE THROUGH F5748CCS STORES THE         *
      *                STANDARD FORM. NO CONTACT ROW IS CHANGED HERE.  *
      *                                                                *
      *                RETURN CODE 8 IF THE POSTAL REFERENCE OR        *
      *                T_CUST_CONTACT CANNOT BE READ (THE SWEEP STOPS) *
      *                OR ANY CASE COULD NOT BE WRITTEN.               *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *  DB2 TABLES:   T_CUST_CONTACT     (READ)                       *
      *                T_POSTAL_REF       (READ, THROUGH F5748ADV)     *
      *                T_UIS_STEWARD_CASE (INSERT/UPDATE)              *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ADW'.
           05  WS-ADDRESS-PGM               PIC X(08) VALUE 'F5748ADV'.

       01  WS-COUNTER-AREA.
           05  WS-ROWS-EXAMINED             PIC 9(09) VALUE ZEROES.
           05  WS-WARNED-COUNT              PIC 9(07) VALUE ZEROES.
           05  WS-RETURNED-COUNT            PIC 9(07) VALUE ZEROES.
           05  WS-NOT-STANDARD-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-CASE-FAIL-COUNT           PIC 9(07) VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-ABORT-SW                  PIC X(01) VALUE 'N'.
               88  WS-SWEEP-ABORTED                   VALUE 'Y'.

      * ADDRESS STANDARDIZATION AND CHECK - SEE 2100-CHECK-ADDRESS
       01  ADV-CALL-AREA.
           COPY F5748ADA REPLACING ==:FD:== BY ==ADV==.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_UIS_STEWARD_CASE - SEE 8500-UPSERT-STEWARD-CASE
           EXEC SQL INCLUDE F5748STC     END-EXEC.

      * EVERY CONTACT ROW, IN CUSTOMER NUMBER ORDER.
           EXEC SQL
                DECLARE CONTACT-CSR CURSOR FOR
                SELECT CCT_CUST_NUM,    CCT_ADDR_LINE_1,
                       CCT_ADDR_LINE_2, CCT_CITY,
                       CCT_STATE,       CCT_POSTAL_CD,
                       CCT_MAIL_UNDELIV_IND,
                       CHAR(CCT_MAIL_RETURN_DATE, ISO)
                  FROM T_CUST_CONTACT
                 ORDER BY CCT_CUST_NUM
           END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ADW WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      *                          0000-BEGIN                            *
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CONTACT
              THRU 2000-EXIT
              UNTIL WS-EOF-CURSOR
                 OR WS-SWEEP-ABORTED.

           PERFORM 8000-CLOSE-CURSOR
              THRU 8000-EXIT.

           PERFORM 9000-REPORT-SUMMARY
              THRU 9000-EXIT.

           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       1000-INITIALIZE                          *
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'F5748ADW - ADDRESS QUALITY SWEEP STARTING'.
           DISPLAY ' '.
           DISPLAY 'CASE  CUSTOMER    EVIDENCE'.

           EXEC SQL
                OPEN CONTACT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ADW - OPEN FAILED SQLCODE=' SQLCODE
               SET WS-SWEEP-ABORTED         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2900-FETCH-NEXT-CONTACT
              THRU 2900-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    2000-PROCESS-CONTACT                        *
      ******************************************************************
       2000-PROCESS-CONTACT.

           ADD 1                            TO WS-ROWS-EXAMINED.

           PERFORM 2100-CHECK-ADDRESS
              THRU 2100-EXIT.

           IF WS-SWEEP-ABORTED
               GO TO 2000-EXIT
           END-IF.

           IF CCT-MAIL-UNDELIVERABLE
               PERFORM 2200-RETURNED-MAIL
                  THRU 2200-EXIT
           END-IF.

           PERFORM 2900-FETCH-NEXT-CONTACT
              THRU 2900-EXIT.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2100-CHECK-ADDRESS                         *
      * RUNS A COPY OF THE STORED ADDRESS THROUGH F5748ADV. WARNINGS   *
      * RAISE AN ADDR CASE; A ROW THAT IS SOUND BUT WOULD BE REWRITTEN *
      * IS ONLY COUNTED. IF THE POSTAL REFERENCE CANNOT BE READ EVERY  *
      * ROW WOULD DRAW 'NCHK', SO THE SWEEP STOPS INSTEAD.             *
      ******************************************************************
       2100-CHECK-ADDRESS.

           MOVE CCT-ADDR-LINE-1             TO ADV-ADDR-LINE-1.
           MOVE CCT-ADDR-LINE-2             TO ADV-ADDR-LINE-2.
           MOVE CCT-CITY                    TO ADV-CITY.
           MOVE CCT-STATE                   TO ADV-STATE.
           MOVE CCT-POSTAL-CD               TO ADV-POSTAL-CD.

           CALL WS-ADDRESS-PGM USING ADV-CALL-AREA.

           IF ADV-RETURN-CODE = 12
               DISPLAY 'F5748ADW - POSTAL REFERENCE READ FAILED'
                       ' SQLCODE=' ADV-SQLCODE
                       ' AT ' CCT-CUST-NUM
               DISPLAY 'F5748ADW - SWEEP STOPPED'
               SET WS-SWEEP-ABORTED         TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF ADV-WARN-COUNT = ZERO
               IF ADV-WAS-STANDARDIZED
                   ADD 1                    TO WS-NOT-STANDARD-COUNT
               END-IF
               GO TO 2100-EXIT
           END-IF.

           ADD 1                            TO WS-WARNED-COUNT.
           MOVE 'ADDR'                      TO STC-CASE-TYPE.
           MOVE SPACES                      TO STC-EVIDENCE.
           STRING 'WARN=' ADV-WARN-CD(1)
                  ' '     ADV-WARN-CD(2)
                  ' '     ADV-WARN-CD(3)
                  ' '     ADV-WARN-CD(4)
                  ' ST='  CCT-STATE
                  ' ZIP=' CCT-POSTAL-CD
                  DELIMITED BY SIZE
                  INTO STC-EVIDENCE.

           PERFORM 8500-UPSERT-STEWARD-CASE
              THRU 8500-EXIT.
           .
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     2200-RETURNED-MAIL                         *
      * MAIL CAME BACK FROM THE ADDRESS ON FILE - NOTHING MORE WILL BE *
      * MAILED THERE, SO A STEWARD NEEDS TO REACH THE CUSTOMER FOR A   *
      * NEW ONE. THE CASE STAYS OPEN NIGHT AFTER NIGHT UNTIL F5748CCS  *
      * TAKES AN ADDRESS CHANGE AND THE FLAG GOES BACK TO 'N'.         *
      ******************************************************************
       2200-RETURNED-MAIL.

           ADD 1                            TO WS-RETURNED-COUNT.
           MOVE 'RETM'                      TO STC-CASE-TYPE.
           MOVE SPACES                      TO STC-EVIDENCE.
           STRING 'RETURNED=' CCT-MAIL-RETURN-DATE
                  ' ZIP='     CCT-POSTAL-CD
                  ' '         CCT-ADDR-LINE-1(1:20)
                  DELIMITED BY SIZE
                  INTO STC-EVIDENCE.

           PERFORM 8500-UPSERT-STEWARD-CASE
              THRU 8500-EXIT.
           .
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *                   2900-FETCH-NEXT-CONTACT                      *
      ******************************************************************
       2900-FETCH-NEXT-CONTACT.

           EXEC SQL
                FETCH CONTACT-CSR
                INTO  :CCT-CUST-NUM,    :CCT-ADDR-LINE-1,
                      :CCT-ADDR-LINE-2, :CCT-CITY,
                      :CCT-STATE,       :CCT-POSTAL-CD,
                      :CCT-MAIL-UNDELIV-IND,
                      :CCT-MAIL-RETURN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'F5748ADW - FETCH FAILED SQLCODE=' SQLCODE
                   SET WS-SWEEP-ABORTED     TO TRUE
               END-IF
               SET WS-EOF-CURSOR            TO TRUE
           END-IF.
           .
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     8000-CLOSE-CURSOR                          *
      ******************************************************************
       8000-CLOSE-CURSOR.

           EXEC SQL
                CLOSE CONTACT-CSR
           END-EXEC.
           .
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                 8500-UPSERT-STEWARD-CASE                       *
      * STC-CASE-TYPE AND STC-EVIDENCE ARE SET BY THE CALLER. A        *
      * RE-DETECTION BUMPS THE EXISTING CASE (AND REOPENS A CLOSED     *
      * ONE) INSTEAD OF DUPLICATING IT. SEE F5748STW/F5748STA.         *
      ******************************************************************
       8500-UPSERT-STEWARD-CASE.

           DISPLAY STC-CASE-TYPE '  ' CCT-CUST-NUM '  ' STC-EVIDENCE.

           EXEC SQL
                UPDATE T_UIS_STEWARD_CASE
                   SET STC_LAST_SEEN_TS = CURRENT TIMESTAMP
                     , STC_SEEN_COUNT   = STC_SEEN_COUNT + 1
                     , STC_EVIDENCE     = :STC-EVIDENCE
                     , STC_STATUS       = CASE WHEN STC_STATUS = 'C'
                                          THEN 'O' ELSE STC_STATUS
                                          END
                 WHERE STC_CASE_TYPE  = :STC-CASE-TYPE
                   AND STC_CUST_NUM_A = :CCT-CUST-NUM
                   AND STC_CUST_NUM_B = ' '
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO T_UIS_STEWARD_CASE
                           ( STC_CASE_TYPE
                           , STC_CUST_NUM_A
                           , STC_CUST_NUM_B
                           , STC_EVIDENCE
                           , STC_FIRST_SEEN_TS
                           , STC_LAST_SEEN_TS
                           , STC_SEEN_COUNT
                           , STC_STATUS
                           , STC_CLAIMED_BY
                           , STC_NOTE
                           , STC_CLOSED_TS )
                    VALUES ( :STC-CASE-TYPE
                           , :CCT-CUST-NUM
                           , ' '
                           , :STC-EVIDENCE
                           , CURRENT TIMESTAMP
                           , CURRENT TIMESTAMP
                           , 1
                           , 'O'
                           , ' '
                           , ' '
                           , CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1                        TO WS-CASE-FAIL-COUNT
               DISPLAY 'F5748ADW - CASE UPSERT FAILED SQLCODE='
                        SQLCODE ' FOR ' CCT-CUST-NUM
           END-IF.
           .
       8500-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.

           DISPLAY ' '.
           DISPLAY 'F5748ADW - CONTACT ROWS EXAMINED   : '
                    WS-ROWS-EXAMINED.
           DISPLAY 'F5748ADW - ADDRESS WARNINGS (ADDR) : '
                    WS-WARNED-COUNT.
           DISPLAY 'F5748ADW - MAIL RETURNED (RETM)    : '
                    WS-RETURNED-COUNT.
           DISPLAY 'F5748ADW - NOT IN STANDARD FORM    : '
                    WS-NOT-STANDARD-COUNT.
           DISPLAY 'F5748ADW - CASE WRITES FAILED      : '
                    WS-CASE-FAIL-COUNT.

           IF WS-SWEEP-ABORTED
               DISPLAY 'F5748ADW - SWEEP DID NOT COMPLETE'
               MOVE 8                       TO RETURN-CODE
           END-IF.

           IF WS-CASE-FAIL-COUNT > ZERO
               MOVE 8                       TO RETURN-CODE
           END-IF.
           .
       9000-EXIT.
           EXIT.

       END PROGRAM F5748ADW.
