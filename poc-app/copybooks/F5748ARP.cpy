      ******************************************************************
      * DCLGEN TABLE(T_CUST_AUTH_REP)                                  *
      *        STRUCTURE(DCLT-CUST-AUTH-REP)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * AUTHORIZED REPRESENTATIVES - WHO MAY ACT FOR A CUSTOMER. ONE   *
      * ROW PER APPOINTMENT, NUMBERED WITHIN THE CUSTOMER BY           *
      * ARP_REP_SEQ. ARP_REL_TYPE SAYS WHAT KIND OF APPOINTMENT:       *
      *   'POA ' POWER OF ATTORNEY    'GRDN' GUARDIAN                  *
      *   'EXEC' EXECUTOR             'CNSV' CONSERVATOR               *
      *   'OTHR' ANY OTHER AUTHORITY (SEE THE DOCUMENT)                *
      * ARP_SCOPE 'I' LETS THE REPRESENTATIVE MAKE INQUIRIES ONLY;     *
      * 'U' INQUIRIES AND UPDATES. AN APPOINTMENT IS IN FORCE FROM     *
      * ARP_EFF_DATE THROUGH ARP_EXP_DATE ('9999-12-31' WHEN OPEN-     *
      * ENDED); ARP_DOC_REF POINTS AT THE SCANNED INSTRUMENT IN THE    *
      * DOCUMENT SYSTEM. ROWS ARE NEVER DELETED BY THE SERVICE - AN    *
      * APPOINTMENT IS ENDED BY EXPIRING IT (F5748ARS). F5748SAR       *
      * REPORTS THE ROWS; F5748ERA DELETES THEM.                       *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_AUTH_REP TABLE
           ( ARP_CUST_NUM                   CHAR(10) NOT NULL,
             ARP_REP_SEQ                    INTEGER NOT NULL,
             ARP_REP_NM                     CHAR(50) NOT NULL,
             ARP_REL_TYPE                   CHAR(4) NOT NULL,
             ARP_SCOPE                      CHAR(1) NOT NULL,
             ARP_EFF_DATE                   DATE NOT NULL,
             ARP_EXP_DATE                   DATE NOT NULL,
             ARP_DOC_REF                    CHAR(20) NOT NULL,
             ARP_UPDT_RACF_ID               CHAR(8) NOT NULL,
             ARP_UPDT_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_AUTH_REP                    *
      ******************************************************************
       01  DCLT-CUST-AUTH-REP.
           10 ARP-CUST-NUM                  PIC X(10).
           10 ARP-REP-SEQ                   PIC S9(09) USAGE COMP.
           10 ARP-REP-NM                    PIC X(50).
           10 ARP-REL-TYPE                  PIC X(04).
              88 ARP-REL-TYPE-VALID                 VALUE 'POA '
                                                          'GRDN'
                                                          'EXEC'
                                                          'CNSV'
                                                          'OTHR'.
           10 ARP-SCOPE                     PIC X(01).
              88 ARP-SCOPE-INQUIRY-ONLY             VALUE 'I'.
              88 ARP-SCOPE-INQUIRY-UPDATE           VALUE 'U'.
           10 ARP-EFF-DATE                  PIC X(10).
           10 ARP-EXP-DATE                  PIC X(10).
           10 ARP-DOC-REF                   PIC X(20).
           10 ARP-UPDT-RACF-ID              PIC X(08).
           10 ARP-UPDT-TS                   PIC X(26).
