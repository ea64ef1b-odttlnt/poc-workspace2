      ******************************************************************
      * DCLGEN TABLE(T_UIS_EVENT_DLVRY)                                *
      *        STRUCTURE(DCLT-UIS-EVENT-DLVRY)                         *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CHANGE NOTIFICATION F5748ENP TRIED TO SEND - THE   *
      * DELIVERY LOG BEHIND THE DAILY F5748EDR REPORT. KEY:            *
      * EDL_DLVR_TS, EDL_SRC_APP_NM.                                   *
      *                                                                *
      * EDL_STATUS 'D' DELIVERED, 'F' FAILED. A FAILED ROW CARRIES THE *
      * MQ COMPLETION AND REASON CODES OF THE FIRST MQ CALL THAT       *
      * FAILED (MQCONN, MQOPEN OR MQPUT). EDL_CORRELID IS THE          *
      * CORRELATION ID OF THE CHANGE THAT RAISED THE EVENT - THE       *
      * UIS TRANSACTION LOG ID ONLINE, THE JOB'S OWN KEY IN BATCH.     *
      * EDL_ORIGIN_PGM IS THE PROGRAM THAT MADE THE CHANGE.            *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_EVENT_DLVRY TABLE
           ( EDL_DLVR_TS                    TIMESTAMP NOT NULL,
             EDL_SRC_APP_NM                 CHAR(10) NOT NULL,
             EDL_EVENT_TYPE                 CHAR(4) NOT NULL,
             EDL_SEG_ID                     CHAR(1) NOT NULL,
             EDL_CUST_NUM                   CHAR(10) NOT NULL,
             EDL_QNAME                      CHAR(48) NOT NULL,
             EDL_STATUS                     CHAR(1) NOT NULL,
             EDL_MQ_COMPCODE                INTEGER NOT NULL,
             EDL_MQ_REASON                  INTEGER NOT NULL,
             EDL_CORRELID                   CHAR(50) NOT NULL,
             EDL_ORIGIN_PGM                 CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_EVENT_DLVRY                  *
      ******************************************************************
       01  DCLT-UIS-EVENT-DLVRY.
           10 EDL-DLVR-TS                   PIC X(26).
           10 EDL-SRC-APP-NM                PIC X(10).
           10 EDL-EVENT-TYPE                PIC X(04).
           10 EDL-SEG-ID                    PIC X(01).
           10 EDL-CUST-NUM                  PIC X(10).
           10 EDL-QNAME                     PIC X(48).
           10 EDL-STATUS                    PIC X(01).
              88 EDL-DELIVERED                      VALUE 'D'.
              88 EDL-FAILED                         VALUE 'F'.
           10 EDL-MQ-COMPCODE               PIC S9(09) USAGE COMP.
           10 EDL-MQ-REASON                 PIC S9(09) USAGE COMP.
           10 EDL-CORRELID                  PIC X(50).
           10 EDL-ORIGIN-PGM                PIC X(08).
