      ******************************************************************
      * DCLGEN TABLE(T_CUST_FRAUD_HOLD)                                *
      *        STRUCTURE(DCLT-CUST-FRAUD-HOLD)                         *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * CUSTOMER-LEVEL FRAUD HOLDS - ONE ROW PER CUST_NUM, PLACED BY   *
      * THE F5748ATO ACCOUNT-TAKEOVER SWEEP WHEN A CUSTOMER'S RECENT   *
      * CHANGE PATTERN SCORES AT OR ABOVE THE HOLD THRESHOLD.          *
      * FRH_STATUS 'H' MEANS HELD - F5748I00 REFUSES UPDATE FUNCTIONS  *
      * AGAINST THE CUSTOMER; 'R' MEANS RELEASED. A HOLD IS RELEASED   *
      * BY THE NEXT F5748ATO RUN ONCE A STEWARD HAS CLOSED THE         *
      * MATCHING 'ATO ' CASE ON T_UIS_STEWARD_CASE. FRH_RELEASED_TS    *
      * EQUALS FRH_PLACED_TS WHILE THE HOLD IS IN FORCE.               *
      ******************************************************************
           EXEC SQL DECLARE T_CUST_FRAUD_HOLD TABLE
           ( FRH_CUST_NUM                   CHAR(10) NOT NULL,
             FRH_STATUS                     CHAR(1) NOT NULL,
             FRH_SCORE                      SMALLINT NOT NULL,
             FRH_REASON                     CHAR(60) NOT NULL,
             FRH_PLACED_BY                  CHAR(8) NOT NULL,
             FRH_PLACED_TS                  TIMESTAMP NOT NULL,
             FRH_RELEASED_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_CUST_FRAUD_HOLD                  *
      ******************************************************************
       01  DCLT-CUST-FRAUD-HOLD.
           10 FRH-CUST-NUM                  PIC X(10).
           10 FRH-STATUS                    PIC X(01).
              88 FRH-IS-HELD                        VALUE 'H'.
              88 FRH-IS-RELEASED                    VALUE 'R'.
           10 FRH-SCORE                     PIC S9(04) USAGE COMP.
           10 FRH-REASON                    PIC X(60).
           10 FRH-PLACED-BY                 PIC X(08).
           10 FRH-PLACED-TS                 PIC X(26).
           10 FRH-RELEASED-TS               PIC X(26).
