      ******************************************************************
      * DCLGEN TABLE(T_POSTAL_REF)                                     *
      *        STRUCTURE(DCLT-POSTAL-REF)                              *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * POSTAL REFERENCE - ONE ROW PER THREE-DIGIT ZIP PREFIX AND THE  *
      * STATE IT SERVES (A PREFIX THAT CROSSES A STATE LINE HAS A ROW  *
      * FOR EACH STATE). REFRESHED BY A LOAD REPLACE FROM THE POSTAL   *
      * AUTHORITY'S PREFIX FILE WHENEVER A NEW ONE IS ISSUED;          *
      * PRF_LOAD_DATE IS THE DATE OF THAT FILE. F5748ADV READS IT TO   *
      * TELL WHETHER A STATE CODE EXISTS AND WHETHER A POSTAL CODE     *
      * BELONGS TO THE STATE. KEY: PRF_ZIP3, PRF_STATE.                *
      ******************************************************************
           EXEC SQL DECLARE T_POSTAL_REF TABLE
           ( PRF_ZIP3                       CHAR(3) NOT NULL,
             PRF_STATE                      CHAR(2) NOT NULL,
             PRF_LOAD_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_POSTAL_REF                       *
      ******************************************************************
       01  DCLT-POSTAL-REF.
           10 PRF-ZIP3                      PIC X(03).
           10 PRF-STATE                     PIC X(02).
           10 PRF-LOAD-DATE                 PIC X(10).
