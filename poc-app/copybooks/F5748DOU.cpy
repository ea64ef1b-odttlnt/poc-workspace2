      ******************************************************************
      * DCLGEN TABLE(T_UIS_DEP_OUTAGE)                                 *
      *        STRUCTURE(DCLT-UIS-DEP-OUTAGE)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * PLANNED OUTAGES OF A DEPENDENCY ON T_UIS_SRV_DEPEND (F5748SDP) *
      * - A DB2 TABLE'S REORG OR REBUILD, A SEGMENT'S FILE MAINTENANCE,*
      * A DOWNSTREAM PROGRAM'S NEW-COPY - MAINTAINED BY F5748DPM. KEYED*
      * BY DOU_DEP_TYPE/DOU_DEP_NAME WITH THE SAME TYPE CODES.         *
      * DOU_END_TS IS THE EXPECTED RESTORE TIME F5748I00 QUOTES TO THE *
      * CALLER. LIKE T_UIS_MAINT_WINDOW, AN OUTAGE ENDS BY ITSELF WHEN *
      * DOU_END_TS PASSES; THE ROWS STAY AS HISTORY.                   *
      *                                                                *
      * AN OUTAGE IS NOT THE ONLY WAY A DEPENDENCY GOES DOWN - A       *
      * SEGMENT MARKED DOWN BY F5748PRB ON T_UIS_SEG_STATUS, OR A      *
      * PROGRAM WHOSE CIRCUIT BREAKER IS OPEN ON T_UIS_SRV_HEALTH,     *
      * COUNTS AS WELL.                                                *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_DEP_OUTAGE TABLE
           ( DOU_DEP_TYPE                   CHAR(1) NOT NULL,
             DOU_DEP_NAME                   CHAR(18) NOT NULL,
             DOU_START_TS                   TIMESTAMP NOT NULL,
             DOU_END_TS                     TIMESTAMP NOT NULL,
             DOU_DSCR                       CHAR(30) NOT NULL,
             DOU_SET_BY                     CHAR(8) NOT NULL,
             DOU_SET_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_DEP_OUTAGE                   *
      ******************************************************************
       01  DCLT-UIS-DEP-OUTAGE.
           10 DOU-DEP-TYPE                  PIC X(01).
           10 DOU-DEP-NAME                  PIC X(18).
           10 DOU-START-TS                  PIC X(26).
           10 DOU-END-TS                    PIC X(26).
           10 DOU-DSCR                      PIC X(30).
           10 DOU-SET-BY                    PIC X(08).
           10 DOU-SET-TS                    PIC X(26).
