      ******************************************************************
      * F5748CGA - CHANGE-CONTROL GATE CALL AREA                       *
      *                                                                *
      * PASSED TO F5748CGT BY EVERY MAINTENANCE UTILITY, TWICE FOR A   *
      * CHANGE CARD:                                                   *
      *                                                                *
      * :FD:-FUNCTION 'EDIT' - BEFORE ANY CHANGE IS MADE. THE CARD     *
      *                 MUST CARRY A CHANGE TICKET, AND WHILE A        *
      *                 T_UIS_CHANGE_FREEZE PERIOD COVERING THE        *
      *                 UTILITY IS IN FORCE IT MUST ALSO CARRY AN      *
      *                 EMERGENCY CHANGE NUMBER. A REFUSED CARD IS     *
      *                 RECORDED ON T_UIS_CHANGE_AUDIT HERE.           *
      * :FD:-FUNCTION 'LOG'  - AFTER THE CHANGE WAS APPLIED, WITH THE  *
      *                 SAME CALL AREA THE EDIT RETURNED. RECORDS THE  *
      *                 APPLIED CHANGE ON T_UIS_CHANGE_AUDIT.          *
      *                                                                *
      * :FD:-OBJECT-KEY  - WHAT WAS CHANGED, E.G. THE SERVICE FUNCTION *
      *                    CODE OR RACF ID/FUNCTION.                   *
      * :FD:-CARD-USERID - THE REQUESTING USERID ON THE CARD, SPACES   *
      *                    WHEN THE UTILITY'S CARD HAS NONE.           *
      *                                                                *
      * :FD:-RETURN-CODE -  0 EDIT: THE CHANGE MAY GO AHEAD.           *
      *                       LOG: THE CHANGE WAS RECORDED.            *
      *                     8 EDIT: REFUSED - NO CHANGE TICKET, OR A   *
      *                       FREEZE WITHOUT AN EMERGENCY CHANGE       *
      *                       NUMBER. THE REASON IS IN :FD:-MESSAGE.   *
      *                    12 DB2 FAILURE (SQLCODE IN :FD:-SQLCODE).   *
      *                       ON AN EDIT THE CHANGE IS REFUSED - IF    *
      *                       THE FREEZE CALENDAR CANNOT BE READ THE   *
      *                       UTILITY MAY NOT ASSUME THERE IS NONE.    *
      *                                                                *
      * :FD:-FREEZE-ID / :FD:-FREEZE-END-DATE ARE SET BY THE EDIT WHEN *
      * A FREEZE IS IN FORCE, SPACES OTHERWISE. :FD:-MESSAGE IS SET    *
      * WHENEVER THE UTILITY SHOULD SHOW SOMETHING IN ITS RUN LOG -    *
      * THE REFUSAL REASON, OR THE NOTICE THAT AN EMERGENCY CHANGE IS  *
      * GOING IN DURING A FREEZE.                                      *
      ******************************************************************
       05  :FD:-FUNCTION                    PIC X(04).
           88  :FD:-FUNCTION-IS-EDIT                  VALUE 'EDIT'.
           88  :FD:-FUNCTION-IS-LOG                   VALUE 'LOG'.
       05  :FD:-UTILITY-PGM                 PIC X(08).
       05  :FD:-ACTION                      PIC X(08).
       05  :FD:-OBJECT-KEY                  PIC X(40).
       05  :FD:-CARD-USERID                 PIC X(08).
       05  :FD:-TICKET-NUM                  PIC X(12).
       05  :FD:-EMERG-CHG-NUM               PIC X(12).
       05  :FD:-RETURN-CODE                 PIC S9(04) COMP.
       05  :FD:-SQLCODE                     PIC S9(09) COMP.
       05  :FD:-FREEZE-ID                   PIC X(08).
       05  :FD:-FREEZE-END-DATE             PIC X(10).
       05  :FD:-MESSAGE                     PIC X(60).
