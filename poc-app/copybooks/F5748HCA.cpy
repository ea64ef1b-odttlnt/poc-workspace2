      ******************************************************************
      * F5748HCA - TRANSACTION LOG HASH-CHAIN CALL AREA                *
      *                                                                *
      * PASSED TO F5748HCH, WHICH RETURNS IN :FD:-ROW-HASH THE KEYED   *
      * HASH (HMAC-SHA-256 UNDER THE ICSF KEY LABEL IN F5748HCH, AS 64 *
      * HEX CHARACTERS) OF :FD:-CHAIN-TEXT. THE TEXT IS ONE            *
      * T_UIS_TRANSACTION_LOG ROW IN A FIXED CANONICAL FORM, PREFIXED  *
      * BY ITS CHAIN SEQUENCE AND THE PREVIOUS ROW'S HASH, SO EACH     *
      * ROW'S HASH SEALS BOTH ITS OWN CONTENT AND ITS PLACE IN THE     *
      * CHAIN. F5748LGA BUILDS THE TEXT FROM THE QUEUED LOG RECORD     *
      * (F5748KIQ) AS IT LANDS THE ROW; F5748HCV BUILDS IT FROM THE    *
      * LIVE OR ARCHIVED ROW AND COMPARES. NUMERIC COLUMNS ARE CARRIED *
      * IN DISPLAY FORM SO BOTH SIDES PRODUCE THE SAME BYTES. THE      *
      * ARCHIVE STAMP AND TLG_EVENT_SEQ (NOT CARRIED INTO THE ARCHIVE) *
      * ARE NOT PART OF THE TEXT.                                      *
      *                                                                *
      * :FD:-RETURN-CODE IS ZERO ON SUCCESS, OTHERWISE THE ICSF RETURN *
      * CODE WITH ITS REASON CODE IN :FD:-REASON-CODE.                 *
      ******************************************************************
       05  :FD:-RETURN-CODE                 PIC S9(09) COMP.
       05  :FD:-REASON-CODE                 PIC S9(09) COMP.
       05  :FD:-ROW-HASH                    PIC X(64).
       05  :FD:-CHAIN-TEXT.
           10  :FD:-CHAIN-SEQ               PIC 9(15).
           10  :FD:-PREV-HASH               PIC X(64).
           10  :FD:-CALLING-PGM             PIC X(08).
           10  :FD:-TRANID                  PIC X(04).
           10  :FD:-TASK-NBR                PIC 9(05).
           10  :FD:-CUSTOMER-NBR            PIC X(10).
           10  :FD:-EMPLOYEE-NBR            PIC X(09).
           10  :FD:-SOURCE-APPLIC           PIC X(10).
           10  :FD:-LOG-ENVIRONMENT         PIC X(02).
           10  :FD:-SEGMENT-ID              PIC X(01).
           10  :FD:-LOG-DESCRIPTION         PIC X(30).
           10  :FD:-SERVICE-NAME            PIC X(30).
           10  :FD:-CORRELATION-ID          PIC X(50).
           10  :FD:-LOG-TYPE                PIC X(08).
           10  :FD:-LOG-TIMESTAMP           PIC X(26).
           10  :FD:-RACF-ID                 PIC X(08).
           10  :FD:-SRV-FN-CD               PIC X(04).
           10  :FD:-REQUEST-STATUS          PIC X(02).
           10  :FD:-OPER-MODE               PIC X(01).
           10  :FD:-BATCH-COUNT             PIC X(02).
           10  :FD:-DB2-ELAPSED-MS          PIC 9(09).
           10  :FD:-OPERATION               PIC X(08).
           10  :FD:-FAIL-CODE               PIC X(04).
           10  :FD:-SEG-SEQ                 PIC 9(04).
           10  :FD:-LOG-DATA-LENGTH         PIC 9(09).
           10  :FD:-LOG-DATA                PIC X(31600).
