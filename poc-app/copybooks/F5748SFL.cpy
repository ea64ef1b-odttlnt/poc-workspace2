      * CHANGE-LOG / AUDIT TRAIL FOR T_UIS_SRV_FN_PGM. ONE ROW IS      *
      * WRITTEN BY F5748SFM EVERY TIME A ROW ON T_UIS_SRV_FN_PGM IS    *
      * ADDED, CHANGED, OR RETIRED, CAPTURING THE BEFORE/AFTER IMAGE   *
      * AND WHO/WHEN MADE THE CHANGE. SFL_TICKET_NUM CARRIES THE       *
      * CHANGE TICKET FROM THE MAINTENANCE CARD AND SFL_EMERG_CHG_NUM  *
      * THE EMERGENCY CHANGE NUMBER OF A CHANGE MADE DURING A FREEZE   *
      * (SEE F5748CGT). ADDED AT THE END OF THE ROW (NOT NULL WITH     *
      * DEFAULT) SO ROWS LOGGED BEFORE THEY EXISTED READ AS SPACES.    *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_SRV_FN_LOG TABLE
           ( SFL_SRV_FN_CD                  CHAR(4) NOT NULL,
             SFL_OLD_END_DATE               CHAR(10) NOT NULL,
             SFL_NEW_END_DATE               CHAR(10) NOT NULL,
             SFL_OLD_SENSITIVE_IND          CHAR(1) NOT NULL,
             SFL_NEW_SENSITIVE_IND          CHAR(1) NOT NULL,
             SFL_TICKET_NUM                 CHAR(12) NOT NULL
                                            WITH DEFAULT,
             SFL_EMERG_CHG_NUM              CHAR(12) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_SRV_FN_LOG                   *
           10 SFL-NEW-END-DATE              PIC X(10).
           10 SFL-OLD-SENSITIVE-IND         PIC X(01).
           10 SFL-NEW-SENSITIVE-IND         PIC X(01).
           10 SFL-TICKET-NUM                PIC X(12).
           10 SFL-EMERG-CHG-NUM             PIC X(12).
