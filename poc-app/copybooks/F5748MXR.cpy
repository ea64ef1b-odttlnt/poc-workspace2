      ******************************************************************
      * DCLGEN TABLE(T_MKTG_EXTRACT_RUN)                               *
      *        STRUCTURE(DCLT-MKTG-EXTRACT-RUN)                        *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER RUN OF THE MARKETING OPT-IN EXTRACT (F5748MKX),    *
      * KEYED BY THE RUN TIMESTAMP THE VENDOR FILE HEADER CARRIES.     *
      * MXR_CRITERIA IS THE PARAMETER CARD AS READ; THE CAMPAIGN,      *
      * SEGMENT LIST, STATE, AND CHANNEL ARE ALSO BROKEN OUT. THE      *
      * COUNTS SAY HOW MANY CUSTOMERS MET THE CRITERIA, HOW MANY WENT  *
      * TO THE VENDOR, AND WHY THE REST DID NOT.                       *
      *                                                                *
      * MXR_STATUS - 'R' RUNNING, 'C' COMPLETE, 'F' FAILED (THE FILE   *
      *              MUST NOT BE SENT), 'K' VENDOR ACKNOWLEDGEMENT     *
      *              RECONCILED BY F5748MKA, WHICH ALSO FILLS THE      *
      *              MXR_ACK_ COLUMNS ('0001-01-01-00.00.00.000000'    *
      *              IN MXR_ACK_TS UNTIL THEN).                        *
      ******************************************************************
           EXEC SQL DECLARE T_MKTG_EXTRACT_RUN TABLE
           ( MXR_RUN_TS                     TIMESTAMP NOT NULL,
             MXR_CAMPAIGN_ID                CHAR(8) NOT NULL,
             MXR_RUN_DATE                   DATE NOT NULL,
             MXR_CRITERIA                   CHAR(80) NOT NULL,
             MXR_SEGMENTS                   CHAR(10) NOT NULL,
             MXR_STATE                      CHAR(2) NOT NULL,
             MXR_CHANNEL                    CHAR(1) NOT NULL,
             MXR_STATUS                     CHAR(1) NOT NULL,
             MXR_READ_CNT                   INTEGER NOT NULL,
             MXR_EXTRACTED_CNT              INTEGER NOT NULL,
             MXR_NO_OPTIN_CNT               INTEGER NOT NULL,
             MXR_DECEASED_CNT               INTEGER NOT NULL,
             MXR_FRAUD_HOLD_CNT             INTEGER NOT NULL,
             MXR_LEGAL_HOLD_CNT             INTEGER NOT NULL,
             MXR_NO_CONTACT_CNT             INTEGER NOT NULL,
             MXR_UNDELIV_CNT                INTEGER NOT NULL,
             MXR_END_TS                     TIMESTAMP NOT NULL,
             MXR_ACK_TS                     TIMESTAMP NOT NULL,
             MXR_ACK_ACCEPTED_CNT           INTEGER NOT NULL,
             MXR_ACK_REJECTED_CNT           INTEGER NOT NULL,
             MXR_ACK_MISSING_CNT            INTEGER NOT NULL,
             MXR_ACK_UNKNOWN_CNT            INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_MKTG_EXTRACT_RUN                 *
      ******************************************************************
       01  DCLT-MKTG-EXTRACT-RUN.
           10 MXR-RUN-TS                    PIC X(26).
           10 MXR-CAMPAIGN-ID               PIC X(08).
           10 MXR-RUN-DATE                  PIC X(10).
           10 MXR-CRITERIA                  PIC X(80).
           10 MXR-SEGMENTS                  PIC X(10).
           10 MXR-STATE                     PIC X(02).
           10 MXR-CHANNEL                   PIC X(01).
           10 MXR-STATUS                    PIC X(01).
              88 MXR-RUN-IS-RUNNING                 VALUE 'R'.
              88 MXR-RUN-IS-COMPLETE                VALUE 'C'.
              88 MXR-RUN-HAS-FAILED                 VALUE 'F'.
              88 MXR-RUN-IS-RECONCILED              VALUE 'K'.
           10 MXR-READ-CNT                  PIC S9(09) USAGE COMP.
           10 MXR-EXTRACTED-CNT             PIC S9(09) USAGE COMP.
           10 MXR-NO-OPTIN-CNT              PIC S9(09) USAGE COMP.
           10 MXR-DECEASED-CNT              PIC S9(09) USAGE COMP.
           10 MXR-FRAUD-HOLD-CNT            PIC S9(09) USAGE COMP.
           10 MXR-LEGAL-HOLD-CNT            PIC S9(09) USAGE COMP.
           10 MXR-NO-CONTACT-CNT            PIC S9(09) USAGE COMP.
           10 MXR-UNDELIV-CNT               PIC S9(09) USAGE COMP.
           10 MXR-END-TS                    PIC X(26).
           10 MXR-ACK-TS                    PIC X(26).
           10 MXR-ACK-ACCEPTED-CNT          PIC S9(09) USAGE COMP.
           10 MXR-ACK-REJECTED-CNT          PIC S9(09) USAGE COMP.
           10 MXR-ACK-MISSING-CNT           PIC S9(09) USAGE COMP.
           10 MXR-ACK-UNKNOWN-CNT           PIC S9(09) USAGE COMP.
