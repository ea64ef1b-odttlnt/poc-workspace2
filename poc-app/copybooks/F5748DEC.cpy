      ******************************************************************
      * DCLGEN TABLE(T_CUST_DECEASED)                                  *
      *        STRUCTURE(DCLT-CUST-DECEASED)                           *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * DECEASED CUSTOMERS - ONE ROW PER CUST_NUM, WRITTEN BY THE      *
      * F5748DTH DEATH-NOTIFICATION LOAD WHEN A NOTICE MATCHES THE     *
      * CUSTOMER WITH CERTAINTY. DEC_STATUS 'D' MEANS THE CUSTOMER IS  *
      * RECORDED DECEASED - F5748I00 THEN REFUSES UPDATE FUNCTIONS     *
      * AGAINST THEM EXCEPT FOR AN AUTHORIZED REPRESENTATIVE           *
      * (T_CUST_AUTH_REP); 'R' MEANS A NOTICE RECORDED IN ERROR WAS    *
      * REVERSED BY DATA STEWARDSHIP AND THE ROW IS KEPT FOR THE       *
      * AUDIT TRAIL. DEC_MATCH_METHOD SAYS HOW THE NOTICE WAS TIED TO  *
      * THE CUSTOMER:                                                  *
      *   'N' CUSTOMER NUMBER ON THE NOTICE (DATE OF BIRTH AGREEING    *
      *       OR NOT GIVEN)                                            *
      *   'E' EXACT NAME AND DATE OF BIRTH, ONE CUSTOMER ONLY          *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_DECEASED TABLE
           ( DEC_CUST_NUM                   CHAR(10) NOT NULL,
             DEC_DECEASED_DATE              DATE NOT NULL,
             DEC_STATUS                     CHAR(1) NOT NULL,
             DEC_SOURCE                     CHAR(4) NOT NULL,
             DEC_NOTICE_REF                 CHAR(20) NOT NULL,
             DEC_MATCH_METHOD               CHAR(1) NOT NULL,
             DEC_RECORDED_BY                CHAR(8) NOT NULL,
             DEC_RECORDED_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_DECEASED                    *
      ******************************************************************
       01  DCLT-CUST-DECEASED.
           10 DEC-CUST-NUM                  PIC X(10).
           10 DEC-DECEASED-DATE             PIC X(10).
           10 DEC-STATUS                    PIC X(01).
              88 DEC-IS-DECEASED                    VALUE 'D'.
              88 DEC-WAS-REVERSED                   VALUE 'R'.
           10 DEC-SOURCE                    PIC X(04).
           10 DEC-NOTICE-REF                PIC X(20).
           10 DEC-MATCH-METHOD              PIC X(01).
              88 DEC-MATCHED-BY-NUMBER              VALUE 'N'.
              88 DEC-MATCHED-BY-NAME-DOB            VALUE 'E'.
           10 DEC-RECORDED-BY               PIC X(08).
           10 DEC-RECORDED-TS               PIC X(26).
