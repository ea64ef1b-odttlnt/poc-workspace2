      *                EACH ONE HAS BEEN DISPOSED WITH F5748BGM ACK    *
      *                OR INV.                                         *
      *                                                                *
      *                "THE MORNING AFTER" IS THE NEXT BUSINESS DAY ON *
      *                THE STANDARD CALENDAR (DB2PGM): A GRANT MADE ON *
      *                A FRIDAY OR BEFORE A HOLIDAY IS NOT DUE UNTIL   *
      *                THE FIRST BUSINESS DAY AFTER IT, UNLESS IT HAS  *
      *                ALREADY EXPIRED. EACH GRANT SHOWS ITS AGE IN    *
      *                BUSINESS DAYS.                                  *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                          *
      *                                                                *
      *  PARAMETERS:   NONE.                                           *
      *                                                                *
      *  DB2 TABLES:   T_UIS_BREAK_GLASS (READ)                        *
      *                T_BUS_HOLIDAY (READ, VIA DB2PGM)                *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  REVIEW DEADLINE IS THE NEXT BUSINESS DAY    *
      *                    (DB2PGM) RATHER THAN THE NEXT CALENDAR DAY; *
      *                    AGE SHOWN IN BUSINESS DAYS                  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748BGR'.
           05  WS-BUS-DATE-PGM              PIC X(08) VALUE 'DB2PGM'.

      * THE BUSINESS-DATE CALCULATOR'S LINKAGE - SEE DB2PGM. ONLY THE
      * BUSINESS-DAY COUNT IS USED HERE: FROM THE GRANT DATE TO TODAY
      * ON THE STANDARD CALENDAR.
       01  WS-DB2PGM-AREA.
           05  WS-LK-NEXT-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-PREV-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-NTH-BUS-DAY-NUM        PIC 9(02) VALUE ZEROES.
           05  WS-LK-NTH-BUS-DATE           PIC X(10) VALUE SPACES.
           05  WS-LK-CALENDAR-ID            PIC X(08) VALUE SPACES.
           05  WS-LK-CHECK-DATE             PIC X(10) VALUE SPACES.
           05  WS-LK-CHECK-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-CHECK-ADJ-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-DATE            PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-RESULT          PIC X(01) VALUE SPACE.
           05  WS-LK-FISCAL-YEAR            PIC 9(04) VALUE ZEROES.
           05  WS-LK-FISCAL-PERIOD          PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-WEEK            PIC 9(02) VALUE ZEROES.
           05  WS-LK-FISCAL-PER-START       PIC X(10) VALUE SPACES.
           05  WS-LK-FISCAL-PER-END         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-ADD-DAYS         PIC S9(04) COMP VALUE ZERO.
           05  WS-LK-ARITH-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-RESULT           PIC X(01) VALUE SPACE.
           05  WS-LK-ARITH-ADD-DATE         PIC X(10) VALUE SPACES.
           05  WS-LK-ARITH-BUS-DAYS         PIC S9(09) COMP VALUE ZERO.

       01  WS-WORKING-FIELDS.
           05  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
           05  WS-EXPIRED-IND               PIC X(01) VALUE 'N'.
               88  WS-GRANT-EXPIRED                   VALUE 'Y'.
           05  WS-AGE-BUS-DAYS              PIC -(8)9.

       01  WS-COUNTER-AREA.
           05  WS-PENDING-COUNT             PIC 9(05) VALUE ZEROES.
      * DCLGEN FOR T_UIS_BREAK_GLASS
           EXEC SQL INCLUDE F5748BGL     END-EXEC.

      * GRANTS STILL AWAITING REVIEW THAT MAY BE DUE - ANYTHING
      * GRANTED BEFORE TODAY OR ALREADY EXPIRED. 2000 DROPS THOSE NOT
      * YET A BUSINESS DAY OLD THAT HAVE NOT EXPIRED.
           EXEC SQL
                DECLARE PENDING-CSR CURSOR FOR
                SELECT BGL_RACF_ID,    BGL_GRANT_TYPE, BGL_SEG_ID,
                       BGL_GRANTED_BY, BGL_REASON,
                       BGL_GRANT_TS,   BGL_EXPIRY_TS,
                       BGL_USED_COUNT,
                       CASE WHEN BGL_EXPIRY_TS < CURRENT TIMESTAMP
                            THEN 'Y' ELSE 'N' END
                  FROM T_UIS_BREAK_GLASS
                 WHERE BGL_REVIEW_STATUS = ' '
                   AND ( DATE(BGL_GRANT_TS) < CURRENT DATE
      ******************************************************************
       0000-BEGIN.
      *
           EXEC SQL
                SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           DISPLAY 'F5748BGR - BREAK-GLASS GRANTS AWAITING REVIEW'.

           EXEC SQL
      *
      ******************************************************************
      *                     2000-REPORT-ONE-GRANT                      *
      * A GRANT THAT HAS NOT EXPIRED IS DUE ONCE A BUSINESS DAY HAS    *
      * PASSED SINCE IT WAS MADE. IF DB2PGM CANNOT ANSWER, THE         *
      * CALENDAR-DAY AGE IS USED SO NOTHING IS HIDDEN FROM REVIEW.     *
      ******************************************************************
       2000-REPORT-ONE-GRANT.

                INTO  :BGL-RACF-ID,    :BGL-GRANT-TYPE, :BGL-SEG-ID,
                      :BGL-GRANTED-BY, :BGL-REASON,
                      :BGL-GRANT-TS,   :BGL-EXPIRY-TS,
                      :BGL-USED-COUNT,
                      :WS-EXPIRED-IND
           END-EXEC.

           IF SQLCODE NOT = 0
                   DISPLAY 'F5748BGR - FETCH FAILED SQLCODE=' SQLCODE
               END-IF
               SET WS-EOF-CURSOR             TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE BGL-GRANT-TS(1:10)           TO WS-LK-ARITH-FROM-DATE.
           MOVE WS-TODAY-DATE                TO WS-LK-ARITH-TO-DATE.

           CALL WS-BUS-DATE-PGM USING WS-DB2PGM-AREA.

           IF WS-LK-RETURN-CODE NOT = ZERO
              OR WS-LK-ARITH-RESULT NOT = 'A'
               EXEC SQL
                    SET :WS-LK-ARITH-BUS-DAYS =
                        DAYS(CURRENT DATE) - DAYS(DATE(:BGL-GRANT-TS))
               END-EXEC
           END-IF.

           IF WS-LK-ARITH-BUS-DAYS < 1
              AND NOT WS-GRANT-EXPIRED
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-LK-ARITH-BUS-DAYS         TO WS-AGE-BUS-DAYS.

           ADD 1                             TO WS-PENDING-COUNT.
           DISPLAY ' '.
           DISPLAY '  RACFID=' BGL-RACF-ID
                    ' TYPE=' BGL-GRANT-TYPE
                    ' SEG=' BGL-SEG-ID
                    ' USES=' BGL-USED-COUNT
                    ' BUS DAYS OLD=' WS-AGE-BUS-DAYS.
           DISPLAY '  GRANTED ' BGL-GRANT-TS
                    ' BY ' BGL-GRANTED-BY
                    ' EXPIRED ' BGL-EXPIRY-TS.
           DISPLAY '  REASON: ' BGL-REASON.
           .
       2000-EXIT.
           EXIT.
