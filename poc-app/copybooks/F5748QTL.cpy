      * WRITTEN BY F5748QTM EVERY TIME A QUOTA ROW IS ADDED, CHANGED,  *
      * OR DELETED, CAPTURING THE BEFORE/AFTER LIMIT AND WHO/WHEN      *
      * MADE THE CHANGE - THE SAME PATTERN T_UIS_SRV_FN_LOG GIVES      *
      * THE ROUTING TABLE. QTL_TICKET_NUM CARRIES THE CHANGE TICKET    *
      * FROM THE MAINTENANCE CARD AND QTL_EMERG_CHG_NUM THE EMERGENCY  *
      * CHANGE NUMBER OF A CHANGE MADE DURING A FREEZE (SEE F5748CGT). *
      * ADDED AT THE END OF THE ROW (NOT NULL WITH DEFAULT) SO ROWS    *
      * LOGGED BEFORE THEY EXISTED READ AS SPACES.                     *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RACF_QUOTA_LOG TABLE
           ( QTL_RACF_ID                    CHAR(8) NOT NULL,
             QTL_CHANGE_USERID              CHAR(8) NOT NULL,
             QTL_CHANGE_TYPE                CHAR(6) NOT NULL,
             QTL_OLD_MAX_CALLS_HR           INTEGER NOT NULL,
             QTL_NEW_MAX_CALLS_HR           INTEGER NOT NULL,
             QTL_TICKET_NUM                 CHAR(12) NOT NULL
                                            WITH DEFAULT,
             QTL_EMERG_CHG_NUM              CHAR(12) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RACF_QUOTA_LOG               *
              88 QTL-CHANGE-IS-DELETE                VALUE 'DELETE'.
           10 QTL-OLD-MAX-CALLS-HR          PIC S9(09) USAGE COMP.
           10 QTL-NEW-MAX-CALLS-HR          PIC S9(09) USAGE COMP.
           10 QTL-TICKET-NUM                PIC X(12).
           10 QTL-EMERG-CHG-NUM             PIC X(12).
