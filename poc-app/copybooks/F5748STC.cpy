      * AND REOPENS A CLOSED ONE) INSTEAD OF DUPLICATING IT. THE       *
      * F5748STW SCREEN LETS A STEWARD CLAIM, ANNOTATE, AND CLOSE      *
      * CASES; F5748STA REPORTS THE OPEN BACKLOG BY TYPE AND AGE.      *
      * CASE TYPES: DQA1-DQA5 (THE F5748DQA REASON CODES), DUPE, DECD  *
      * (A DEATH NOTICE F5748DTH COULD NOT TIE TO THIS CUSTOMER WITH   *
      * CERTAINTY), 'ATO ' (A F5748ATO ACCOUNT-TAKEOVER FRAUD HOLD     *
      * AWAITING REVIEW - CLOSING IT RELEASES THE HOLD), ADDR (THE     *
      * CONTACT ADDRESS DRAWS F5748ADW POSTAL WARNINGS), RETM (MAIL TO *
      * THE CONTACT ADDRESS WAS RETURNED - ALSO F5748ADW), HHMR (A     *
      * F5748HHM HOUSEHOLD CHANGE F5748HRC FOUND LOST, CHANGED AGAIN,  *
      * OR NEVER VISIBLE IN INFORCE THE FOLLOWING NIGHT), AND THE      *
      * F5748RIS INFORCE INTEGRITY FINDINGS: RINH (NO INFORCE          *
      * HOUSEHOLD ON ANY SEGMENT'S FILE), RISG (HOUSEHOLDS ONLY ON     *
      * ANOTHER SEGMENT'S FILE), RINC (AN INFORCE HOUSEHOLD WHOSE      *
      * CUSTOMER HAS NO T_CUST_DATA ROW), AND THE F5748DCV DOUBLE-     *
      * COVERAGE FINDINGS: DCOV (THE SAME MEMBER - NAME AND DATE OF    *
      * BIRTH - ON TWO INFORCE HOUSEHOLDS, NOTICE SENT TO COORDINATION *
      * OF BENEFITS) AND DCVP (SAME DATE OF BIRTH AND SOUND-ALIKE NAMES*
      * - CHECK AND CORRECT THE NAME).                                 *
      * CUST-B IS SPACES EXCEPT ON DUPLICATE AND DOUBLE-COVERAGE CASES.*
      ******************************************************************
           EXEC SQL DECLARE T_UIS_STEWARD_CASE TABLE
           ( STC_CASE_TYPE                  CHAR(4) NOT NULL,
