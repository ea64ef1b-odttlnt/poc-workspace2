      ******************************************************************
      * DCLGEN TABLE(T_UIS_ASYNC_TICKET)                               *
      *        STRUCTURE(DCLT-UIS-ASYNC-TICKET)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER ASYNCHRONOUS SUBMIT-AND-POLL REQUEST. KEY:         *
      * ATK_TICKET_ID - THE CORRELATION ID (WS-LOG-ID) OF THE SUBMIT,  *
      * SO THE SUBMIT, THE BACKGROUND RUN AND EVERY POLL ALL LOG       *
      * UNDER THE SAME TLG_CORRELATION_ID. ATK_RACF_ID IS THE          *
      * SUBMITTER - ONLY THE SAME ID MAY POLL THE TICKET.              *
      *                                                                *
      * ATK_STATUS 'Q' QUEUED (F5748I00 HAS STARTED THE BACKGROUND     *
      * TASK), 'R' RUNNING (F5748ASW HAS CLAIMED IT), 'C' COMPLETE.    *
      * ATK_COMM_DATA HOLDS THE CALLER'S REQUEST WHILE QUEUED AND IS   *
      * OVERWRITTEN BY THE FINISHED REPLY, WHOSE STATUS IS ALSO KEPT   *
      * IN ATK_REQUEST_STATUS, ON COMPLETION. PAST ATK_EXPIRY_TS THE   *
      * TICKET IS DEAD - NOT RUN IF STILL QUEUED, NOT ANSWERED TO A    *
      * POLL - AND F5748HKP SWEEPS IT. ATK_START_TS / ATK_COMPLETE_TS  *
      * ARE '0001-01-01-00.00.00.000000' UNTIL THE RUN STARTS / ENDS.  *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_ASYNC_TICKET TABLE
           ( ATK_TICKET_ID                  CHAR(50) NOT NULL,
             ATK_RACF_ID                    CHAR(8) NOT NULL,
             ATK_SRC_APP_NM                 CHAR(10) NOT NULL,
             ATK_SRV_FN_CD                  CHAR(4) NOT NULL,
             ATK_CUST_NUM                   CHAR(10) NOT NULL,
             ATK_STATUS                     CHAR(1) NOT NULL,
             ATK_SUBMIT_TS                  TIMESTAMP NOT NULL,
             ATK_EXPIRY_TS                  TIMESTAMP NOT NULL,
             ATK_START_TS                   TIMESTAMP NOT NULL,
             ATK_COMPLETE_TS                TIMESTAMP NOT NULL,
             ATK_POLL_CNT                   INTEGER NOT NULL,
             ATK_REQUEST_STATUS             CHAR(2) NOT NULL,
             ATK_COMM_LEN                   INTEGER NOT NULL,
             ATK_COMM_DATA                  CHAR(31600) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_ASYNC_TICKET                 *
      ******************************************************************
       01  DCLT-UIS-ASYNC-TICKET.
           10 ATK-TICKET-ID                 PIC X(50).
           10 ATK-RACF-ID                   PIC X(08).
           10 ATK-SRC-APP-NM                PIC X(10).
           10 ATK-SRV-FN-CD                 PIC X(04).
           10 ATK-CUST-NUM                  PIC X(10).
           10 ATK-STATUS                    PIC X(01).
              88 ATK-TICKET-QUEUED                  VALUE 'Q'.
              88 ATK-TICKET-RUNNING                 VALUE 'R'.
              88 ATK-TICKET-COMPLETE                VALUE 'C'.
           10 ATK-SUBMIT-TS                 PIC X(26).
           10 ATK-EXPIRY-TS                 PIC X(26).
           10 ATK-START-TS                  PIC X(26).
           10 ATK-COMPLETE-TS               PIC X(26).
           10 ATK-POLL-CNT                  PIC S9(09) USAGE COMP.
           10 ATK-REQUEST-STATUS            PIC X(02).
           10 ATK-COMM-LEN                  PIC S9(09) USAGE COMP.
           10 ATK-COMM-DATA                 PIC X(31600).
