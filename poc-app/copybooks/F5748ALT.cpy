      * ESCALATION LEVEL, INSTEAD OF LANDING THOUSANDS OF IDENTICAL    *
      * ROWS DURING AN OUTAGE. ALR_FAILURE_CODE IS ZERO WHEN THE       *
      * ALERT MESSAGE TEXT DID NOT CARRY ONE.                          *
      * F5748FAW WRITES LATE-FEED ROWS HERE DIRECTLY, KEYED ON THE     *
      * FEED ID WITH ALR_SRV_FN_CD 'FEED', SO THEY ARE WORKED AND      *
      * ESCALATED THE SAME WAY.                                        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_ALERT TABLE
           ( ALR_SRV_PGM_NM                 CHAR(8) NOT NULL,
