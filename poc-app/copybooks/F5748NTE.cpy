      ******************************************************************
      * DCLGEN TABLE(T_CUST_NOTE)                                      *
      *        STRUCTURE(DCLT-CUST-NOTE)                               *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CUSTOMER SERVICE NOTES - WHAT HAPPENED ON A CALL, SO THE NEXT  *
      * AGENT DOES NOT START FROM ZERO. ONE ROW PER NOTE, NUMBERED     *
      * WITHIN THE CUSTOMER BY NTE_NOTE_SEQ. NTE_NOTE_TYPE:            *
      *   'CALL' CALL SUMMARY         'DISP' CUSTOMER DISPUTE          *
      *   'CMPL' COMPLAINT            'CBCK' CALLBACK PROMISED         *
      *   'GENL' ANY OTHER NOTE                                        *
      * THE TEXT IS KEPT AS TWO 50-BYTE PIECES SO F5748TKN CAN         *
      * TOKENIZE EACH IN A LOGGED PAYLOAD. NTE_AUTHOR_RACF_ID AND      *
      * NTE_NOTE_TS SAY WHO WROTE IT AND WHEN. A NOTE MAY ASK FOR A    *
      * FOLLOW-UP BY NTE_FOLLOWUP_DATE; NTE_FOLLOWUP_STATUS IS 'P'     *
      * WHILE IT IS PENDING AND 'D' ONCE SOMEONE HAS DONE IT (WITH     *
      * NTE_FOLLOWUP_DONE_BY/_TS), ' ' WHEN NONE WAS ASKED FOR - THE   *
      * DATE IS THEN '0001-01-01'. F5748NFU LISTS THE PENDING ONES     *
      * THAT FALL DUE. THE NOTE ITSELF IS NEVER CHANGED OR DELETED BY  *
      * THE SERVICE (F5748NTS) - A CORRECTION IS ANOTHER NOTE - SO A   *
      * CUSTOMER UNDER LEGAL HOLD KEEPS EVERY NOTE; ONLY F5748ERA,     *
      * WHICH REFUSES A CUSTOMER UNDER AN ACTIVE HOLD, DELETES THEM.   *
      * F5748SAR REPORTS THE ROWS.                                     *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_NOTE TABLE
           ( NTE_CUST_NUM                   CHAR(10) NOT NULL,
             NTE_NOTE_SEQ                   INTEGER NOT NULL,
             NTE_NOTE_TYPE                  CHAR(4) NOT NULL,
             NTE_NOTE_TEXT_1                CHAR(50) NOT NULL,
             NTE_NOTE_TEXT_2                CHAR(50) NOT NULL,
             NTE_AUTHOR_RACF_ID             CHAR(8) NOT NULL,
             NTE_NOTE_TS                    TIMESTAMP NOT NULL,
             NTE_FOLLOWUP_DATE              DATE NOT NULL,
             NTE_FOLLOWUP_STATUS            CHAR(1) NOT NULL,
             NTE_FOLLOWUP_DONE_BY           CHAR(8) NOT NULL,
             NTE_FOLLOWUP_DONE_TS           TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_NOTE                        *
      ******************************************************************
       01  DCLT-CUST-NOTE.
           10 NTE-CUST-NUM                  PIC X(10).
           10 NTE-NOTE-SEQ                  PIC S9(09) USAGE COMP.
           10 NTE-NOTE-TYPE                 PIC X(04).
              88 NTE-NOTE-TYPE-VALID                VALUE 'CALL'
                                                          'DISP'
                                                          'CMPL'
                                                          'CBCK'
                                                          'GENL'.
           10 NTE-NOTE-TEXT-1               PIC X(50).
           10 NTE-NOTE-TEXT-2               PIC X(50).
           10 NTE-AUTHOR-RACF-ID            PIC X(08).
           10 NTE-NOTE-TS                   PIC X(26).
           10 NTE-FOLLOWUP-DATE             PIC X(10).
           10 NTE-FOLLOWUP-STATUS           PIC X(01).
              88 NTE-NO-FOLLOWUP                    VALUE ' '.
              88 NTE-FOLLOWUP-PENDING               VALUE 'P'.
              88 NTE-FOLLOWUP-DONE                  VALUE 'D'.
           10 NTE-FOLLOWUP-DONE-BY          PIC X(08).
           10 NTE-FOLLOWUP-DONE-TS          PIC X(26).
