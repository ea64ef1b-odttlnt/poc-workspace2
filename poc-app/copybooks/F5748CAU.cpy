      ******************************************************************
      * DCLGEN TABLE(T_UIS_CHANGE_AUDIT)                               *
      *        STRUCTURE(DCLT-UIS-CHANGE-AUDIT)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CROSS-UTILITY CHANGE AUDIT. F5748CGT WRITES ONE ROW FOR EVERY  *
      * CHANGE CARD RUN THROUGH F5748SFM, F5748QTM, F5748SLM,          *
      * F5748ACM, F5748MWM, F5748DPM, HOLMAINT, AND ORGMAINT -         *
      * CAU_OUTCOME 'A' WHEN THE CHANGE WAS APPLIED, 'R' WHEN THE CARD *
      * WAS REFUSED (NO CHANGE TICKET, OR A FREEZE WITHOUT AN          *
      * EMERGENCY CHANGE NUMBER) WITH THE REASON IN CAU_REFUSE_RSN.    *
      * CAU_FREEZE_ID NAMES THE T_UIS_CHANGE_FREEZE PERIOD IN FORCE AT *
      * THE TIME, SPACES WHEN THERE WAS NONE. CAU_CARD_USERID IS THE   *
      * REQUESTING USERID KEYED ON THE CARD (SPACES FOR A UTILITY      *
      * WHOSE CARD HAS NONE), CAU_RUN_USERID THE USERID THE JOB RAN    *
      * UNDER. F5748CTR REPORTS THE WEEK'S ROWS GROUPED BY CHANGE      *
      * TICKET.                                                        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_CHANGE_AUDIT TABLE
           ( CAU_CHANGE_TS                  TIMESTAMP NOT NULL,
             CAU_UTILITY_PGM                CHAR(8) NOT NULL,
             CAU_ACTION                     CHAR(8) NOT NULL,
             CAU_OBJECT_KEY                 CHAR(40) NOT NULL,
             CAU_TICKET_NUM                 CHAR(12) NOT NULL,
             CAU_EMERG_CHG_NUM              CHAR(12) NOT NULL,
             CAU_FREEZE_ID                  CHAR(8) NOT NULL,
             CAU_OUTCOME                    CHAR(1) NOT NULL,
             CAU_REFUSE_RSN                 CHAR(40) NOT NULL,
             CAU_CARD_USERID                CHAR(8) NOT NULL,
             CAU_RUN_USERID                 CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_CHANGE_AUDIT                 *
      ******************************************************************
       01  DCLT-UIS-CHANGE-AUDIT.
           10 CAU-CHANGE-TS                 PIC X(26).
           10 CAU-UTILITY-PGM               PIC X(08).
           10 CAU-ACTION                    PIC X(08).
           10 CAU-OBJECT-KEY                PIC X(40).
           10 CAU-TICKET-NUM                PIC X(12).
           10 CAU-EMERG-CHG-NUM             PIC X(12).
           10 CAU-FREEZE-ID                 PIC X(08).
           10 CAU-OUTCOME                   PIC X(01).
              88 CAU-CHANGE-APPLIED                  VALUE 'A'.
              88 CAU-CHANGE-REFUSED                  VALUE 'R'.
           10 CAU-REFUSE-RSN                PIC X(40).
           10 CAU-CARD-USERID               PIC X(08).
           10 CAU-RUN-USERID                PIC X(08).
