      ******************************************************************
      * DCLGEN TABLE(T_UIS_SRV_DEPEND)                                 *
      *        STRUCTURE(DCLT-UIS-SRV-DEPEND)                          *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * SERVICE DEPENDENCY REGISTRY - WHAT EACH SERVICE FUNCTION CODE  *
      * NEEDS IN ORDER TO WORK. ONE ROW PER FUNCTION PER DEPENDENCY,   *
      * MAINTAINED BY F5748DPM. SDP_DEP_TYPE SAYS WHAT SDP_DEP_NAME IS:*
      *   'S' - AN INFORCE SEGMENT (THE ONE-BYTE SEGMENT ID, E.G. 'A') *
      *   'T' - A DB2 TABLE (E.G. T_CUST_SEG_HIST)                     *
      *   'P' - A DOWNSTREAM SERVICE PROGRAM (E.G. F5748K01)           *
      * F5748I00'S 2910-CHECK-DEPENDENCIES REFUSES A FUNCTION UP FRONT,*
      * WITH AN EXPECTED RESTORE TIME, WHILE ANY OF ITS DEPENDENCIES IS*
      * UNAVAILABLE - SEE F5748DOU. F5748DIR REPORTS THE FUNCTIONS AN  *
      * OUTAGE AFFECTS.                                                *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_SRV_DEPEND TABLE
           ( SDP_SRV_FN_CD                  CHAR(4) NOT NULL,
             SDP_DEP_TYPE                   CHAR(1) NOT NULL,
             SDP_DEP_NAME                   CHAR(18) NOT NULL,
             SDP_DSCR                       CHAR(30) NOT NULL,
             SDP_ADD_USERID                 CHAR(8) NOT NULL,
             SDP_ADD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_SRV_DEPEND                   *
      ******************************************************************
       01  DCLT-UIS-SRV-DEPEND.
           10 SDP-SRV-FN-CD                 PIC X(04).
           10 SDP-DEP-TYPE                  PIC X(01).
              88 SDP-DEP-IS-SEGMENT                  VALUE 'S'.
              88 SDP-DEP-IS-TABLE                    VALUE 'T'.
              88 SDP-DEP-IS-PROGRAM                  VALUE 'P'.
              88 SDP-DEP-TYPE-IS-VALID               VALUE 'S' 'T' 'P'.
           10 SDP-DEP-NAME                  PIC X(18).
           10 SDP-DSCR                      PIC X(30).
           10 SDP-ADD-USERID                PIC X(08).
           10 SDP-ADD-TS                    PIC X(26).
