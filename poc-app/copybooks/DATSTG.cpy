      * 'C' (PROCESSED) OR 'R' (REJECTED), STAMPING STG_DISP_TS AND    *
      * THE DISPOSITION MESSAGE THE OPERATOR SEES. DISPOSED ROWS ARE   *
      * PURGED BY DATSTGP ON ITS RETENTION SCHEDULE.                   *
      *                                                                *
      * STG_RUN_AFTER_TS IS WHEN THE ROW FALLS DUE. A SUBMISSION WITH  *
      * NO RUN-AFTER KEYED GETS THE SUBMIT TIME AND IS DUE AT ONCE; A  *
      * SCHEDULED ONE STAYS PENDING AND DATSTGP LEAVES IT ALONE UNTIL  *
      * THE FIRST RUN AFTER THE TIME ARRIVES. UNTIL THEN THE OPERATOR  *
      * WHO SUBMITTED IT MAY CANCEL IT FROM THE STATUS VIEW, WHICH     *
      * MARKS IT 'X' (CANCELLED) - PURGED LIKE ANY DISPOSED ROW.       *
      ******************************************************************
           EXEC SQL DECLARE T_DAT0_STAGING TABLE
           ( STG_RACF_ID                  CHAR(8) NOT NULL,
             STG_SUBMIT_TS                TIMESTAMP NOT NULL,
             STG_STATUS                   CHAR(1) NOT NULL,
             STG_DISP_TS                  TIMESTAMP NOT NULL,
             STG_DISP_MSG                 CHAR(40) NOT NULL,
             STG_RUN_AFTER_TS             TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_DAT0_STAGING                     *
              88 STG-STATUS-PENDING                  VALUE 'P'.
              88 STG-STATUS-PROCESSED                VALUE 'C'.
              88 STG-STATUS-REJECTED                 VALUE 'R'.
              88 STG-STATUS-CANCELLED                VALUE 'X'.
           10 STG-DISP-TS                   PIC X(26).
           10 STG-DISP-MSG                  PIC X(40).
           10 STG-RUN-AFTER-TS              PIC X(26).
