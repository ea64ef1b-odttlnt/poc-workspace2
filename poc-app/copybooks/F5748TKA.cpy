      ******************************************************************
      * F5748TKA - LOG PAYLOAD TOKENIZATION CALL AREA                  *
      *                                                                *
      * PASSED TO F5748TKN AHEAD OF THE PAYLOAD ITSELF (THE 31,600-    *
      * BYTE LOG DATA OF ONE 'REQUEST', 'RESPONSE', OR 'RESPONSC'      *
      * ROW), WHICH F5748TKN CHANGES IN PLACE:                         *
      *                                                                *
      *   :FD:-TOKENIZE   - F5748I00, AS 9310-QUEUE-LOG-RECORD QUEUES  *
      *                     THE ROW. THE PERSONAL DATA FIELDS ARE      *
      *                     REPLACED BY TOKENS AND THEIR VALUES SAVED  *
      *                     IN T_UIS_PII_VAULT UNDER THE ROW'S KEY.    *
      *   :FD:-DETOKENIZE - A READER OF THE LOG. ONLY FOR A RACF ID    *
      *                     ON T_UIS_PII_DETOK_AUTH; THE TOKENS ARE    *
      *                     PUT BACK TO THEIR VALUES, WHICH ARE ALSO   *
      *                     LISTED IN :FD:-VALUE FOR PRINTING, AND A   *
      *                     T_UIS_DISCLOSURE_LOG ROW IS WRITTEN.       *
      *                                                                *
      * :FD:-RACF-ID IS THE USER ASKING TO DETOKENIZE - A CICS CALLER  *
      * SUPPLIES THE SIGNED-ON USER; SPACES (BATCH) MEANS THE JOB'S    *
      * OWN DB2 AUTHORIZATION ID.                                      *
      *                                                                *
      * :FD:-RETURN-CODE -  0 DONE                                     *
      *                     4 NOTHING TO DO - NOT A PAYLOAD ROW, NO    *
      *                       PERSONAL DATA IN IT, OR NO VAULT ROW     *
      *                     8 NOT ENTITLED TO DETOKENIZE - PAYLOAD     *
      *                       LEFT AS TOKENS                           *
      *                    12 DB2 FAILURE ON THE VAULT (SQLCODE IN     *
      *                       :FD:-SQLCODE). ON A TOKENIZE THE TOKENS  *
      *                       STAND REGARDLESS - THE ROW IS NEVER      *
      *                       LOGGED IN THE CLEAR, IT JUST CANNOT BE   *
      *                       REVERSED.                                *
      ******************************************************************
       05  :FD:-FUNCTION                    PIC X(01).
           88  :FD:-TOKENIZE                          VALUE 'T'.
           88  :FD:-DETOKENIZE                        VALUE 'D'.
       05  :FD:-RETURN-CODE                 PIC S9(04) COMP.
       05  :FD:-SQLCODE                     PIC S9(09) COMP.
       05  :FD:-RACF-ID                     PIC X(08).
      * THE LOG ROW'S KEY AND THE COLUMNS THE DISCLOSURE ROW CARRIES.
       05  :FD:-CORRELATION-ID              PIC X(50).
       05  :FD:-LOG-TYPE                    PIC X(08).
       05  :FD:-SEG-SEQ                     PIC 9(02).
       05  :FD:-CUSTOMER-NBR                PIC X(10).
       05  :FD:-EMPLOYEE-NBR                PIC X(09).
       05  :FD:-SRV-FN-CD                   PIC X(04).
       05  :FD:-LOG-DATA-LENGTH             PIC S9(09) COMP.
      * HOW MANY FIELDS WERE TOKENIZED OR RESTORED.
       05  :FD:-TOKEN-COUNT                 PIC 9(03).
      * DETOKENIZE ONLY - THE RESTORED VALUES, LABELLED.
       05  :FD:-VALUE-COUNT                 PIC 9(03).
       05  :FD:-VALUE OCCURS 200 TIMES.
           10  :FD:-VAL-LABEL               PIC X(16).
           10  :FD:-VAL-TEXT                PIC X(50).
