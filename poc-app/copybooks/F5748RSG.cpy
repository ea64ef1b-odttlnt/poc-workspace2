      * (INCLUDING A 3330-FALLBACK-PRIOR-SEGMENT RESULT) IS NOT ON     *
      * THE LIST, SO A SEGMENT-A CALL-CENTER AGENT CAN NO LONGER PULL  *
      * UP SEGMENT-C HOUSEHOLDS.                                       *
      * ENT_SEG_ID '-' MATCHES NO SEGMENT: F5748RCT LEAVES IT BEHIND   *
      * WHEN A RECERTIFICATION REVOKES A RACF ID'S LAST REAL ROW, SO   *
      * THE REVOKE DOES NOT TURN INTO UNRESTRICTED ACCESS.             *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RACF_SEG TABLE
           ( ENT_RACF_ID                    CHAR(8) NOT NULL,
