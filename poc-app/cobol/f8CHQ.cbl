      *                AFTER THAT DATE; IF NO LATER CHANGE EXISTS,     *
      *                THE CURRENT T_CUST_DATA ROW IS THE ANSWER.      *
      *                A CUSTOMER WHOSE EARLIEST LATER CHANGE IS AN    *
      *                ADD WAS NOT ON FILE AS OF THE REQUESTED DATE;   *
      *                NOR WAS ONE WHOSE EARLIEST LATER CHANGE IS AN   *
      *                UNMERGE (F5748UMG) - IT WAS MERGED AWAY THEN.   *
      *                                                                *
      *  ENVIRONMENT:  BATCH.                                         *
      *                                                                *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  AN UNMRG HISTORY ROW IS ANSWERED AS NOT ON  *
      *                    FILE, AS AN ADD IS                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

           IF SQLCODE = 0
               SET WS-INQUIRY-ANSWERED      TO TRUE
               EVALUATE TRUE
                   WHEN CHH-CHANGE-IS-ADD
                       DISPLAY 'F5748CHQ - CUSTOMER WAS NOT ON FILE '
                                'AS OF ' WS-INQ-AS-OF-DATE
                                ' (ADDED BY THE ' CHH-RUN-DATE ' LOAD)'
                   WHEN CHH-CHANGE-IS-UNMERGE
                       DISPLAY 'F5748CHQ - CUSTOMER WAS NOT ON FILE '
                                'AS OF ' WS-INQ-AS-OF-DATE
                                ' (MERGED AWAY; RESTORED BY THE '
                                CHH-RUN-DATE ' UNMERGE)'
                   WHEN OTHER
                       DISPLAY 'F5748CHQ - AS OF ' WS-INQ-AS-OF-DATE ':'
                       DISPLAY '           SEGMENT = ' CHH-PRIOR-SEG-ID
                       DISPLAY '           NAME    = ' CHH-PRIOR-CUST-NM
                       DISPLAY '           DOB     = '
                                CHH-PRIOR-CUST-DOB
                       DISPLAY '           (PRIOR IMAGE OF THE '
                                CHH-RUN-DATE ' ' CHH-CHANGE-TYPE ')'
               END-EVALUATE
           END-IF.
           .
       2000-EXIT.
