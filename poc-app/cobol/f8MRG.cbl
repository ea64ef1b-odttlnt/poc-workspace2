      *                INCLUDING A ROW FOR THE RETIRED NUMBER'S OWN    *
      *                CURRENT SEGMENT - SO 3330-FALLBACK-PRIOR-       *
      *                SEGMENT STILL FINDS OLD INFORCE DATA; THE       *
      *                RETIRED T_CUST_DATA ROW IS DELETED, ITS LAST    *
      *                IMAGE KEPT ON T_CUST_DATA_HIST AS A MERGE ROW   *
      *                (SO F5748UMG CAN PUT IT BACK IF THE MERGE       *
      *                PROVES A MISTAKE); AND A                        *
      *                T_CUST_MERGE_XREF ROW IS WRITTEN AS BOTH THE    *
      *                MERGE AUDIT RECORD AND THE CROSS-REFERENCE      *
      *                3210-GET-CUST-DTL USES TO TELL A CALLER ON THE  *
      *                RETIRED NUMBER WHAT THE SURVIVING NUMBER IS.    *
      *                THE CUSTOMER'S MERGE NOTICE IS QUEUED ON        *
      *                T_CORR_REQUEST FOR THE NIGHTLY F5748CRN.        *
      *                CALLERS SUBSCRIBED TO MERGE EVENTS ARE TOLD     *
      *                THROUGH F5748ENP.                               *
      *                                                                *
      *  ENVIRONMENT:  BATCH                                          *
      *                                                                *
      *                   COLS 21-28  REQUESTING USERID               *
      *                                                                *
      *  DB2 TABLES:   T_CUST_DATA (READ/DELETE)                       *
      *                T_CUST_DATA_HIST (INSERT)                       *
      *                T_CUST_SEG_HIST (READ/INSERT)                   *
      *                T_CUST_MERGE_XREF (INSERT/UPDATE)               *
      *                T_CORR_REQUEST (INSERT)                         *
      *                T_UIS_EVENT_SUB (VIA F5748ENP)                  *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *                    IS NOW WRITTEN PER MERGE SO THE CUSTOMER    *
      *                    IS TOLD THEIR NUMBER CHANGED - SEE          *
      *                    F5748MRL FOR THE CATCH-UP OVER OLD XREFS    *
      *  2026-10-15 UISAD  THE MERGE NOTICE IS NOW A T_CORR_REQUEST    *
      *                    ROW FOR THE CORRESPONDENCE HUB (F5748CRN)   *
      *                    INSTEAD OF THE MRGLTR EXTRACT FILE          *
      *  2026-10-15 UISAD  A COMPLETED MERGE NOW RAISES A MRGE CHANGE  *
      *                    EVENT TO SUBSCRIBED CALLERS (F5748ENP)      *
      *  2026-10-15 UISAD  THE RETIRED ROW'S IMAGE IS NOW KEPT ON      *
      *                    T_CUST_DATA_HIST (MERGE) FOR F5748UMG       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
       01  WS-RETIRED-AREA.
           05  WS-RETIRED-SEG-ID            PIC X(01) VALUE SPACE.
           05  WS-RETIRED-CUST-NM           PIC X(50) VALUE SPACES.
           05  WS-RETIRED-CUST-DOB          PIC X(08) VALUE SPACES.

       01  WS-CONSTANTS-2.
      * TEMPLATE THE PRINT/MAIL SYSTEM RENDERS FOR A MERGE NOTICE.
           05  WS-LETTER-TEMPLATE           PIC X(08) VALUE 'MRGNOTIF'.
      * CHANGE-EVENT NOTIFIER - SEE 7000-NOTIFY-SUBSCRIBERS.
           05  WS-NOTIFY-PGM                PIC X(08) VALUE 'F5748ENP'.

       01  WS-WORKING-FIELDS.
           05  WS-MERGE-TS                  PIC X(26) VALUE SPACES.
               88  WS-EDITS-PASSED                    VALUE 'Y'.
           05  WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88  WS-EOF-CURSOR                      VALUE 'Y'.
           05  WS-RETIRED-SW                PIC X(01) VALUE 'N'.
               88  WS-DUPLICATE-RETIRED               VALUE 'Y'.

       01  ENP-CALL-AREA.
           COPY F5748ENA REPLACING ==:FD:== BY ==ENP==.

      ******************************************************************
      *                                                                *
      * DCLGEN FOR T_CUST_SEG_HIST
           EXEC SQL INCLUDE F5748CSH     END-EXEC.

      * DCLGEN FOR T_CUST_DATA_HIST - SEE 4000-RETIRE-DUPLICATE
           EXEC SQL INCLUDE F5748CHS     END-EXEC.

      * DCLGEN FOR T_CUST_MERGE_XREF
           EXEC SQL INCLUDE F5748MRX     END-EXEC.

      * DCLGEN FOR T_UIS_LEGAL_HOLD - SEE 2100-CHECK-LEGAL-HOLDS
           EXEC SQL INCLUDE F5748LGH     END-EXEC.

      * DCLGEN FOR T_CORR_REQUEST - SEE 6000-WRITE-MERGE-LETTER
           EXEC SQL INCLUDE F5748CRQ     END-EXEC.

      * THE RETIRED NUMBER'S SEGMENT-TRANSFER HISTORY, OLDEST FIRST,
      * FOR COPYING UNDER THE SURVIVOR'S NUMBER.
           EXEC SQL
              THRU 2000-EXIT.

           IF WS-EDITS-PASSED
               PERFORM 3000-COPY-SEGMENT-HISTORY
                  THRU 3000-EXIT

               PERFORM 6000-WRITE-MERGE-LETTER
                  THRU 6000-EXIT

               IF WS-DUPLICATE-RETIRED
                   PERFORM 7000-NOTIFY-SUBSCRIBERS
                      THRU 7000-EXIT
               END-IF

               PERFORM 9000-REPORT-SUMMARY
                  THRU 9000-EXIT
           MOVE WS-RETIRED-CUST-NUM         TO CUST-NUM.

           EXEC SQL
                SELECT SEG_ID, CUST_NM, CUST_DOB
                  INTO :SEG-ID, :CUST-NM, :CUST-DOB
                  FROM T_CUST_DATA
                 WHERE CUST_NUM = :CUST-NUM
           END-EXEC.

           MOVE SEG-ID                      TO WS-RETIRED-SEG-ID.
           MOVE CUST-NM                     TO WS-RETIRED-CUST-NM.
           MOVE CUST-DOB                    TO WS-RETIRED-CUST-DOB.

           PERFORM 2100-CHECK-LEGAL-HOLDS
              THRU 2100-EXIT.
      *
      ******************************************************************
      *                    4000-RETIRE-DUPLICATE                       *
      * THE DELETED ROW'S IMAGE GOES ON T_CUST_DATA_HIST AS A MERGE    *
      * ROW - THE ONE RECORD OF THE RETIRED NUMBER'S DATE OF BIRTH,    *
      * WHICH F5748UMG NEEDS TO PUT THE ROW BACK.                      *
      ******************************************************************
       4000-RETIRE-DUPLICATE.

           END-EXEC.

           IF SQLCODE = 0
               SET WS-DUPLICATE-RETIRED     TO TRUE
               DISPLAY 'F5748MRG - RETIRED ' WS-RETIRED-CUST-NUM
           ELSE
               DISPLAY 'F5748MRG - RETIRE DELETE FAILED SQLCODE='
                        SQLCODE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO T_CUST_DATA_HIST
                       ( CHH_CUST_NUM
                       , CHH_CHANGE_TYPE
                       , CHH_PRIOR_SEG_ID
                       , CHH_PRIOR_CUST_NM
                       , CHH_PRIOR_CUST_DOB
                       , CHH_NEW_SEG_ID
                       , CHH_NEW_CUST_NM
                       , CHH_NEW_CUST_DOB
                       , CHH_EFF_TS
                       , CHH_RUN_DATE )
                VALUES ( :WS-RETIRED-CUST-NUM
                       , 'MERGE'
                       , :WS-RETIRED-SEG-ID
                       , :WS-RETIRED-CUST-NM
                       , :WS-RETIRED-CUST-DOB
                       , ' '
                       , ' '
                       , ' '
                       , CURRENT TIMESTAMP
                       , CURRENT DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MRG - MERGE HISTORY INSERT FAILED '
                       'SQLCODE=' SQLCODE
           END-IF.
           .
       4000-EXIT.
      *
      ******************************************************************
      *                   6000-WRITE-MERGE-LETTER                      *
      * ONE CORRESPONDENCE REQUEST FOR THE SURVIVING CUSTOMER, SENT    *
      * BY THE NIGHTLY F5748CRN - THE CUSTOMER KEEPS QUOTING THE       *
      * RETIRED NUMBER FOR YEARS UNLESS SOMEBODY CLOSES THE LOOP THE   *
      * MERGE OPENS. IF THE REQUEST CANNOT BE QUEUED THE XREF ROW IS   *
      * PUT BACK TO UNLETTERED SO F5748MRL PICKS IT UP.                *
      ******************************************************************
       6000-WRITE-MERGE-LETTER.

                SET :WS-MERGE-TS = CURRENT TIMESTAMP
           END-EXEC.

           MOVE WS-SURVIVOR-CUST-NUM        TO CRQ-CUST-NUM.
           MOVE WS-LETTER-TEMPLATE          TO CRQ-TEMPLATE-CD.
           SET CRQ-PRIORITY-SERVICE         TO TRUE.
           MOVE WS-NAME-OF-THIS-MODULE      TO CRQ-SOURCE-PGM.
           MOVE SPACES                      TO CRQ-VAR-DATA.
           STRING 'RETIRED='                WS-RETIRED-CUST-NUM
                  ';SURVIVOR='              WS-SURVIVOR-CUST-NUM
                  ';MERGED='                WS-MERGE-TS(1:10)
                  ';'
                  DELIMITED BY SIZE
                  INTO CRQ-VAR-DATA.

           EXEC SQL
                INSERT INTO T_CORR_REQUEST
                       ( CRQ_CUST_NUM
                       , CRQ_REQUEST_TS
                       , CRQ_TEMPLATE_CD
                       , CRQ_PRIORITY
                       , CRQ_VAR_DATA
                       , CRQ_SOURCE_PGM
                       , CRQ_STATUS )
                VALUES ( :CRQ-CUST-NUM
                       , CURRENT TIMESTAMP
                       , :CRQ-TEMPLATE-CD
                       , :CRQ-PRIORITY
                       , :CRQ-VAR-DATA
                       , :CRQ-SOURCE-PGM
                       , 'P' )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748MRG - MERGE LETTER REQUEST FAILED '
                       'SQLCODE=' SQLCODE
               EXEC SQL
                    UPDATE T_CUST_MERGE_XREF
                       SET MRX_LETTER_IND = 'N'
                     WHERE MRX_RETIRED_CUST_NUM
                           = :WS-RETIRED-CUST-NUM
                       AND MRX_SURVIVOR_CUST_NUM
                           = :WS-SURVIVOR-CUST-NUM
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           ADD 1                            TO WS-LETTERS-WRITTEN.
           .
           EXIT.
      *
      ******************************************************************
      *                   7000-NOTIFY-SUBSCRIBERS                      *
      * A MRGE CHANGE EVENT FOR THE SURVIVOR GOES TO EVERY CALLER      *
      * SUBSCRIBED TO MERGES IN THE SURVIVOR'S OR THE RETIRED          *
      * NUMBER'S SEGMENT, SO THEY RE-KEY THEIR OWN COPY OF THE RETIRED *
      * NUMBER. A DELIVERY PROBLEM DOES NOT UNDO THE MERGE - IT IS ON  *
      * THE DAILY F5748EDR REPORT.                                     *
      ******************************************************************
       7000-NOTIFY-SUBSCRIBERS.

           INITIALIZE ENP-CALL-AREA.
           MOVE 'MRGE'                      TO ENP-EVENT-TYPE.
           MOVE WS-SURVIVOR-CUST-NUM        TO ENP-CUST-NUM.
           MOVE WS-SURVIVOR-SEG-ID          TO ENP-SEG-ID.
           MOVE WS-RETIRED-SEG-ID           TO ENP-OTHER-SEG-ID.
           MOVE SPACES                      TO ENP-ORIGIN-APP-NM.
           MOVE WS-NAME-OF-THIS-MODULE      TO ENP-ORIGIN-PGM.
           STRING WS-NAME-OF-THIS-MODULE    '-'
                  WS-MERGE-TS
                  DELIMITED BY SIZE INTO ENP-CORRELATION-ID.
           STRING 'RETIRED='                WS-RETIRED-CUST-NUM
                  ';SURVIVOR='              WS-SURVIVOR-CUST-NUM
                  ';USERID='                WS-MERGE-USERID
                  ';'
                  DELIMITED BY SIZE INTO ENP-EVENT-DETAIL.

           CALL WS-NOTIFY-PGM USING ENP-CALL-AREA.

           IF ENP-RETURN-CODE NOT = 0
               DISPLAY 'F5748MRG - MERGE EVENT NOT SENT TO ALL '
                       'SUBSCRIBERS RC=' ENP-RETURN-CODE
                       ' SQLCODE=' ENP-SQLCODE
           END-IF.
           .
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                     9000-REPORT-SUMMARY                        *
      ******************************************************************
       9000-REPORT-SUMMARY.
                    WS-SEG-HIST-COPIED.
           DISPLAY 'F5748MRG - LETTERS REQUESTED     : '
                    WS-LETTERS-WRITTEN.
           DISPLAY 'F5748MRG - SUBSCRIBERS NOTIFIED  : '
                    ENP-DELIVERED-CNT ' OF ' ENP-MATCHED-CNT.
           .
       9000-EXIT.
           EXIT.
