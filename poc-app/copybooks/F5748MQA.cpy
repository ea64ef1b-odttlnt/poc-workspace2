      ******************************************************************
      * F5748MQA - MQ MESSAGE SIGNING CALL AREA                        *
      *                                                                *
      * PASSED TO F5748MQS, WHICH RETURNS IN :FD:-SIGNATURE THE KEYED  *
      * HASH (HMAC-SHA-256, AS 64 UPPER-CASE HEX CHARACTERS) OF THE    *
      * FIRST :FD:-TEXT-LEN BYTES OF :FD:-TEXT UNDER THE ICSF CKDS KEY *
      * LABELLED :FD:-KEY-LABEL (FROM T_UIS_MQ_CALLER_KEY). F5748MQB   *
      * USES IT BOTH TO CHECK THE SIGNATURE ON A REQUEST MESSAGE AND   *
      * TO SIGN THE REPLY, SO THE TWO DIRECTIONS CANNOT DRIFT APART.   *
      *                                                                *
      * :FD:-RETURN-CODE IS ZERO ON SUCCESS, OTHERWISE THE ICSF RETURN *
      * CODE WITH ITS REASON CODE IN :FD:-REASON-CODE. RETURN CODE 8   *
      * WITH REASON ZERO MEANS :FD:-TEXT-LEN WAS OUTSIDE 1 TO THE      *
      * LENGTH OF :FD:-TEXT AND ICSF WAS NOT CALLED.                   *
      ******************************************************************
       05  :FD:-RETURN-CODE                 PIC S9(09) COMP.
       05  :FD:-REASON-CODE                 PIC S9(09) COMP.
       05  :FD:-KEY-LABEL                   PIC X(64).
       05  :FD:-SIGNATURE                   PIC X(64).
       05  :FD:-TEXT-LEN                    PIC S9(09) COMP.
       05  :FD:-TEXT                        PIC X(512).
