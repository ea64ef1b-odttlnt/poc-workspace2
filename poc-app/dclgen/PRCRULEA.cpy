      ******************************************************************
      * DCLGEN TABLE(Q.PRCRULE_AUD)                                    *
      *        STRUCTURE(PRCRULEA)                                     *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER PRCMAINT CHANGE TO Q.PRCRULE, WRITTEN IN THE SAME  *
      * UNIT OF WORK AS THE CHANGE. THE IMAGES ARE THE RULE AS         *
      * PRCMAINT PRINTS IT - BEFORE IS BLANK FOR AN ADD, AFTER IS      *
      * BLANK FOR A DELETE - SO A PAST CONTRACT RATE CAN BE            *
      * RECONSTRUCTED WITHOUT THE DB2 LOG.                             *
      ******************************************************************
           EXEC SQL DECLARE Q.PRCRULE_AUD TABLE
           ( AUD_RULE_ID                    INTEGER NOT NULL,
             AUD_ACTION                     CHAR(6) NOT NULL,
             AUD_BEFORE_IMAGE               CHAR(80) NOT NULL,
             AUD_AFTER_IMAGE                CHAR(80) NOT NULL,
             AUD_CHG_USER                   CHAR(8) NOT NULL,
             AUD_CHG_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.PRCRULE_AUD                      *
      ******************************************************************
       01  PRCRULEA.
           10 AUD-RULE-ID           PIC S9(9) USAGE COMP.
           10 AUD-ACTION            PIC X(6).
           10 AUD-BEFORE-IMAGE      PIC X(80).
           10 AUD-AFTER-IMAGE       PIC X(80).
           10 AUD-CHG-USER          PIC X(8).
           10 AUD-CHG-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
