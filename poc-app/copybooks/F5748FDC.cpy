      * ONE ROW PER INBOUND FEED, CARRYING THE LAST ACCEPTED          *
      * GENERATION AND BUSINESS DATE - MAINTAINED BY F5748FEV. A FEED *
      * WITH NO ROW IS NEW; ITS FIRST ENVELOPE STARTS THE SEQUENCE.   *
      * F5748FAW READS FDC_LAST_TS AS EVIDENCE THE FEED HAS ARRIVED.  *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_FEED_CTL TABLE
           ( FDC_FEED_ID                    CHAR(8) NOT NULL,
