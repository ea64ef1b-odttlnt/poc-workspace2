      ******************************************************************
      * F5748ADA - ADDRESS STANDARDIZATION CALL AREA                   *
      *                                                                *
      * PASSED TO F5748ADV BY F5748CCS (AS A CONTACT UPDATE IS         *
      * VALIDATED) AND F5748ADW (THE NIGHTLY SWEEP OF T_CUST_CONTACT). *
      * THE CALLER FILLS THE FIVE ADDRESS FIELDS; F5748ADV PUTS THEM   *
      * INTO STANDARD FORM IN PLACE - UPPER CASE, NO PERIODS OR        *
      * COMMAS, SINGLE SPACES, THE USUAL STREET SUFFIXES AND UNIT      *
      * DESIGNATORS ABBREVIATED (STREET - ST, APARTMENT - APT ...),    *
      * AND A NINE-DIGIT POSTAL CODE WRITTEN NNNNN-NNNN - AND CHECKS   *
      * THE RESULT AGAINST T_POSTAL_REF. WHAT IT FINDS COMES BACK AS   *
      * WARNINGS; NOTHING IS EVER REFUSED HERE.                        *
      *                                                                *
      * WARNING CODES (:FD:-WARN-CD, MESSAGE IN :FD:-WARN-MSG):        *
      *   MISS - ADDRESS LINE 1, CITY, OR STATE IS BLANK               *
      *   ZIPF - POSTAL CODE BLANK OR NOT NNNNN / NNNNN-NNNN           *
      *   STAT - STATE CODE NOT ON THE POSTAL REFERENCE                *
      *   ZIPS - POSTAL CODE DOES NOT BELONG TO THE STATE              *
      *   NCHK - POSTAL REFERENCE UNAVAILABLE, STATE/ZIP NOT CHECKED   *
      *                                                                *
      * :FD:-RETURN-CODE -  0 STANDARD FORM, NO WARNINGS               *
      *                     4 WARNINGS RETURNED                        *
      *                    12 DB2 FAILURE ON T_POSTAL_REF (SQLCODE IN  *
      *                       :FD:-SQLCODE) - THE FIELDS ARE STILL     *
      *                       STANDARDIZED AND 'NCHK' IS RETURNED      *
      * :FD:-CHANGED-IND IS 'Y' WHEN STANDARDIZING ALTERED ANY FIELD.  *
      ******************************************************************
       05  :FD:-ADDR-LINE-1                 PIC X(40).
       05  :FD:-ADDR-LINE-2                 PIC X(40).
       05  :FD:-CITY                        PIC X(30).
       05  :FD:-STATE                       PIC X(02).
       05  :FD:-POSTAL-CD                   PIC X(10).
       05  :FD:-RETURN-CODE                 PIC S9(04) COMP.
       05  :FD:-SQLCODE                     PIC S9(09) COMP.
       05  :FD:-CHANGED-IND                 PIC X(01).
           88  :FD:-WAS-STANDARDIZED                  VALUE 'Y'.
       05  :FD:-WARN-COUNT                  PIC 9(01).
       05  :FD:-WARNINGS.
           10  :FD:-WARNING OCCURS 4 TIMES.
               15  :FD:-WARN-CD             PIC X(04).
               15  :FD:-WARN-MSG            PIC X(60).
