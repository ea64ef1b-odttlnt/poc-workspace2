      *                  MARKETING-CONTACT FLAG - 'N' MEANS NO         *
      *                  MARKETING CONTACT (CONSUMED BY DOWNSTREAM     *
      *                  CORRESPONDENCE FEEDS).                        *
      *                  CORRESPONDENCE CHANNEL - 'M' MAIL OR 'E'      *
      *                  EMAIL, AS F5748CRN SENDS THE CUSTOMER'S       *
      *                  LETTERS.                                      *
      *                                                                *
      *                UPDATE REQUEST FIELDS:                          *
      *                  ZOS-SERVICE-ID 01  HOUSEHOLD FLAG (Y/N)       *
      *                                 03  MARKETING FLAG (Y/N)       *
      *                                 05  CHANNEL (M/E; BLANK KEEPS  *
      *                                     THE CURRENT ONE, OR MAIL   *
      *                                     FOR A NEW ROW)             *
      *                                                                *
      *                INQUIRY RETURNS THE FLAGS AND WHO SET THEM IN   *
      *                ZOS-REPLY-ADDNTL-AREA.                          *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CORRESPONDENCE CHANNEL PREFERENCE (SERVICE  *
      *                    ID BYTE 5) RECORDED AND REPORTED            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WS-WORKING-FIELDS.
           05  WS-HH-FLAG                   PIC X(01) VALUE SPACE.
           05  WS-MKTG-FLAG                 PIC X(01) VALUE SPACE.
           05  WS-CHANNEL                   PIC X(01) VALUE SPACE.

       01  WS-ERROR-AREA.
           05  WS-BAD-FLAG-MSG              PIC X(60) VALUE
         'CONSENT FLAGS MUST BE Y OR N (SERVICE ID BYTES 1 AND 3).    '.
           05  WS-BAD-CHANNEL-MSG           PIC X(60) VALUE
         'CORRESPONDENCE CHANNEL MUST BE M, E OR BLANK (BYTE 5).      '.
           05  WS-NO-CONSENT-MSG            PIC X(60) VALUE
         'NO CONSENT PREFERENCES ON FILE FOR THIS CUSTOMER.           '.
           05  WS-BAD-OPER-MSG              PIC X(60) VALUE

           MOVE ZOS-SERVICE-ID(1:1)         TO WS-HH-FLAG.
           MOVE ZOS-SERVICE-ID(3:1)         TO WS-MKTG-FLAG.
           MOVE ZOS-SERVICE-ID(5:1)         TO WS-CHANNEL.

           IF (WS-HH-FLAG NOT = 'Y' AND WS-HH-FLAG NOT = 'N')
            OR (WS-MKTG-FLAG NOT = 'Y' AND WS-MKTG-FLAG NOT = 'N')
               MOVE 58
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.

           IF WS-CHANNEL NOT = SPACE
            AND WS-CHANNEL NOT = 'M'
            AND WS-CHANNEL NOT = 'E'
               ADD 1                        TO ZOS-NUM-ERR
               SET ZOS-VALIDATION-ERR       TO TRUE
               MOVE WS-BAD-CHANNEL-MSG
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 58
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
           END-IF.
           .
       1000-EXIT.
           EXIT.

           EXEC SQL
                SELECT CNS_HH_DISCL_IND, CNS_MKTG_IND,
                       CNS_SET_RACF_ID, CNS_SET_TS,
                       CNS_CORR_CHANNEL
                  INTO :CNS-HH-DISCL-IND, :CNS-MKTG-IND,
                       :CNS-SET-RACF-ID, :CNS-SET-TS,
                       :CNS-CORR-CHANNEL
                  FROM T_CUST_CONSENT
                 WHERE CNS_CUST_NUM = :CNS-CUST-NUM
           END-EXEC.
      *                     3000-UPDATE-CONSENT                        *
      * REPLACES (OR STARTS) THE CUSTOMER'S CONSENT ROW - THE SAME     *
      * UPDATE-THEN-INSERT PATTERN 3070-CHECK-DUPLICATE-REQUEST USES.  *
      * A BLANK CHANNEL LEAVES THE ONE ON FILE (MAIL FOR A NEW ROW),   *
      * SO A CALLER THAT ONLY SETS THE TWO FLAGS CHANGES NOTHING ELSE. *
      ******************************************************************
       3000-UPDATE-CONSENT.

           MOVE WS-HH-FLAG                  TO CNS-HH-DISCL-IND.
           MOVE WS-MKTG-FLAG                TO CNS-MKTG-IND.
           MOVE ZOS-SRC-RACF-ID             TO CNS-SET-RACF-ID.
           MOVE WS-CHANNEL                  TO CNS-CORR-CHANNEL.

           EXEC SQL
                UPDATE T_CUST_CONSENT
                     , CNS_MKTG_IND     = :CNS-MKTG-IND
                     , CNS_SET_RACF_ID = :CNS-SET-RACF-ID
                     , CNS_SET_TS      = CURRENT TIMESTAMP
                     , CNS_CORR_CHANNEL =
                           CASE WHEN :CNS-CORR-CHANNEL = ' '
                                THEN CNS_CORR_CHANNEL
                                ELSE :CNS-CORR-CHANNEL
                           END
                 WHERE CNS_CUST_NUM    = :CNS-CUST-NUM
           END-EXEC.

           IF SQLCODE = 100
               IF CNS-CORR-CHANNEL = SPACE
                   SET CNS-CORR-BY-MAIL     TO TRUE
               END-IF
               EXEC SQL
                    INSERT INTO T_CUST_CONSENT
                           ( CNS_CUST_NUM
                           , CNS_HH_DISCL_IND
                           , CNS_MKTG_IND
                           , CNS_SET_RACF_ID
                           , CNS_SET_TS
                           , CNS_CORR_CHANNEL )
                    VALUES ( :CNS-CUST-NUM
                           , :CNS-HH-DISCL-IND
                           , :CNS-MKTG-IND
                           , :CNS-SET-RACF-ID
                           , CURRENT TIMESTAMP
                           , :CNS-CORR-CHANNEL )
               END-EXEC
           END-IF.

           END-IF.

           EXEC SQL
                SELECT CNS_SET_TS, CNS_CORR_CHANNEL
                  INTO :CNS-SET-TS, :CNS-CORR-CHANNEL
                  FROM T_CUST_CONSENT
                 WHERE CNS_CUST_NUM = :CNS-CUST-NUM
           END-EXEC.

           PERFORM 4000-BUILD-REPLY
           MOVE SPACES                      TO ZOS-REPLY-ADDNTL-AREA.
           STRING 'HH-DISCLOSURE=' CNS-HH-DISCL-IND
                  ' MARKETING=' CNS-MKTG-IND
                  ' CHANNEL=' CNS-CORR-CHANNEL
                  ' SET-BY=' CNS-SET-RACF-ID
                  ' AT ' CNS-SET-TS
                  DELIMITED BY SIZE
