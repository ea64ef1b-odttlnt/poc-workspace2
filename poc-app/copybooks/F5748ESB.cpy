      ******************************************************************
      * DCLGEN TABLE(T_UIS_EVENT_SUB)                                  *
      *        STRUCTURE(DCLT-UIS-EVENT-SUB)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CHANGE-EVENT SUBSCRIPTION - AN APPROVED CALLER     *
      * (T_UIS_APPRVD_CALLER) ASKING TO BE TOLD WHEN A CUSTOMER        *
      * CHANGE OF ONE EVENT TYPE SUCCEEDS. KEY: ESB_SRC_APP_NM,        *
      * ESB_EVENT_TYPE, ESB_SEG_ID.                                    *
      *                                                                *
      * ESB_EVENT_TYPE 'CNTC' CONTACT CHANGES, 'HHLD' HOUSEHOLD        *
      * CHANGES, 'MRGE' CUSTOMER MERGES, 'SXFR' SEGMENT TRANSFERS.     *
      * ESB_SEG_ID ' ' SUBSCRIBES TO EVERY SEGMENT; OTHERWISE ONLY     *
      * CHANGES TO CUSTOMERS IN (OR, FOR A TRANSFER, LEAVING) THAT     *
      * SEGMENT. ESB_QNAME IS THE CALLER'S OWN QUEUE - F5748ENP PUTS   *
      * ONE F5748ENM MESSAGE THERE PER MATCHING CHANGE. ESB_STATUS     *
      * 'A' ACTIVE, 'S' SUSPENDED (NOTHING SENT). MAINTAINED ONLY BY   *
      * F5748ESM.                                                      *
      *                                                                *
      * THE DELIVERY COLUMNS ARE KEPT BY F5748ENP AS IT SENDS:         *
      * ESB_DLVR_CNT / ESB_FAIL_CNT ARE LIFETIME TOTALS,               *
      * ESB_CONSEC_FAIL_CNT IS RESET BY THE NEXT GOOD DELIVERY, AND    *
      * ESB_LAST_FAIL_REASON IS THE MQ REASON CODE OF THE LAST         *
      * FAILURE. THE TIMESTAMPS ARE '0001-01-01-00.00.00.000000'       *
      * UNTIL THE FIRST DELIVERY / FAILURE.                            *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_EVENT_SUB TABLE
           ( ESB_SRC_APP_NM                 CHAR(10) NOT NULL,
             ESB_EVENT_TYPE                 CHAR(4) NOT NULL,
             ESB_SEG_ID                     CHAR(1) NOT NULL,
             ESB_QNAME                      CHAR(48) NOT NULL,
             ESB_STATUS                     CHAR(1) NOT NULL,
             ESB_SET_USERID                 CHAR(8) NOT NULL,
             ESB_SET_TS                     TIMESTAMP NOT NULL,
             ESB_DLVR_CNT                   INTEGER NOT NULL,
             ESB_FAIL_CNT                   INTEGER NOT NULL,
             ESB_CONSEC_FAIL_CNT            INTEGER NOT NULL,
             ESB_LAST_DLVR_TS               TIMESTAMP NOT NULL,
             ESB_LAST_FAIL_TS               TIMESTAMP NOT NULL,
             ESB_LAST_FAIL_REASON           INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_EVENT_SUB                    *
      ******************************************************************
       01  DCLT-UIS-EVENT-SUB.
           10 ESB-SRC-APP-NM                PIC X(10).
           10 ESB-EVENT-TYPE                PIC X(04).
              88 ESB-EVENT-IS-CONTACT               VALUE 'CNTC'.
              88 ESB-EVENT-IS-HOUSEHOLD             VALUE 'HHLD'.
              88 ESB-EVENT-IS-MERGE                 VALUE 'MRGE'.
              88 ESB-EVENT-IS-SEG-XFER              VALUE 'SXFR'.
              88 ESB-EVENT-TYPE-VALID               VALUE 'CNTC'
                                                          'HHLD'
                                                          'MRGE'
                                                          'SXFR'.
           10 ESB-SEG-ID                    PIC X(01).
              88 ESB-ALL-SEGMENTS                   VALUE ' '.
           10 ESB-QNAME                     PIC X(48).
           10 ESB-STATUS                    PIC X(01).
              88 ESB-SUB-IS-ACTIVE                  VALUE 'A'.
              88 ESB-SUB-IS-SUSPENDED               VALUE 'S'.
           10 ESB-SET-USERID                PIC X(08).
           10 ESB-SET-TS                    PIC X(26).
           10 ESB-DLVR-CNT                  PIC S9(09) USAGE COMP.
           10 ESB-FAIL-CNT                  PIC S9(09) USAGE COMP.
           10 ESB-CONSEC-FAIL-CNT           PIC S9(09) USAGE COMP.
           10 ESB-LAST-DLVR-TS              PIC X(26).
           10 ESB-LAST-FAIL-TS              PIC X(26).
           10 ESB-LAST-FAIL-REASON          PIC S9(09) USAGE COMP.
