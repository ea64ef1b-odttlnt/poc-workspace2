      ******************************************************************
      * F5748ENA - CHANGE-EVENT NOTIFICATION CALL AREA                 *
      *                                                                *
      * PASSED TO F5748ENP BY A PROGRAM THAT HAS JUST MADE A CUSTOMER  *
      * CHANGE SUCCESSFULLY. F5748ENP SENDS ONE F5748ENM MESSAGE TO    *
      * THE QUEUE OF EVERY ACTIVE T_UIS_EVENT_SUB SUBSCRIBER FOR       *
      * :FD:-EVENT-TYPE WHOSE SEGMENT MATCHES :FD:-SEG-ID OR           *
      * :FD:-OTHER-SEG-ID (THE SEGMENT A TRANSFERRED CUSTOMER LEFT,    *
      * THE RETIRED NUMBER'S SEGMENT ON A MERGE) AND WHICH IS STILL    *
      * AN APPROVED CALLER. THE APPLICATION THAT ASKED FOR THE CHANGE  *
      * (:FD:-ORIGIN-APP-NM, SPACES IN BATCH) IS NOT TOLD ABOUT ITS    *
      * OWN CHANGE.                                                    *
      *                                                                *
      * :FD:-EVENT-TYPE   - 'CNTC', 'HHLD', 'MRGE' OR 'SXFR' (SEE      *
      *                     F5748ESB).                                 *
      * :FD:-EVENT-DETAIL - FREE TEXT FOR THE SUBSCRIBER, E.G. THE     *
      *                     SERVICE FUNCTION OR THE RETIRED NUMBER.    *
      *                                                                *
      * :FD:-RETURN-CODE -  0 EVERY MATCHING SUBSCRIBER WAS SENT TO    *
      *                       (OR THERE WERE NONE)                     *
      *                     4 ONE OR MORE DELIVERIES FAILED - LOGGED   *
      *                       ON T_UIS_EVENT_DLVRY FOR F5748EDR        *
      *                    12 DB2 FAILURE READING THE SUBSCRIPTIONS    *
      *                       OR RECORDING A DELIVERY (SQLCODE IN      *
      *                       :FD:-SQLCODE)                            *
      *                                                                *
      * THE CHANGE ITSELF IS NEVER UNDONE FOR A NOTIFICATION PROBLEM - *
      * THE CALLER ONLY REPORTS THE RETURN CODE.                       *
      ******************************************************************
       05  :FD:-EVENT-TYPE                  PIC X(04).
       05  :FD:-CUST-NUM                    PIC X(10).
       05  :FD:-SEG-ID                      PIC X(01).
       05  :FD:-OTHER-SEG-ID                PIC X(01).
       05  :FD:-ORIGIN-APP-NM               PIC X(10).
       05  :FD:-ORIGIN-PGM                  PIC X(08).
       05  :FD:-CORRELATION-ID              PIC X(50).
       05  :FD:-EVENT-DETAIL                PIC X(60).
       05  :FD:-RETURN-CODE                 PIC S9(04) COMP.
       05  :FD:-SQLCODE                     PIC S9(09) COMP.
       05  :FD:-MATCHED-CNT                 PIC S9(09) COMP.
       05  :FD:-DELIVERED-CNT               PIC S9(09) COMP.
       05  :FD:-FAILED-CNT                  PIC S9(09) COMP.
