      ******************************************************************
      * F5748ENM                                                       *
      * THE CUSTOMER CHANGE NOTIFICATION - THE 200-BYTE MESSAGE        *
      * F5748ENP PUTS ON A SUBSCRIBER'S OWN QUEUE WHEN A CHANGE OF A   *
      * TYPE IT SUBSCRIBED TO (T_UIS_EVENT_SUB) SUCCEEDS. IT SAYS      *
      * WHICH CUSTOMER CHANGED AND HOW, NOT WHAT THE NEW VALUES ARE -  *
      * THE SUBSCRIBER READS THOSE THROUGH ITS NORMAL UIS SERVICE.     *
      * ENM-OTHER-SEG-ID IS THE SEGMENT LEFT ON A TRANSFER, OR THE     *
      * RETIRED NUMBER'S SEGMENT ON A MERGE. COPY UNDER A CALLER-      *
      * NAMED 01 LEVEL AND CLEAR TO SPACES BEFORE FILLING.             *
      ******************************************************************
           05  ENM-EVENT-TYPE               PIC X(04).
           05  FILLER                       PIC X(01).
           05  ENM-CUST-NUM                 PIC X(10).
           05  FILLER                       PIC X(01).
           05  ENM-SEG-ID                   PIC X(01).
           05  FILLER                       PIC X(01).
           05  ENM-OTHER-SEG-ID             PIC X(01).
           05  FILLER                       PIC X(01).
           05  ENM-EVENT-TS                 PIC X(26).
           05  FILLER                       PIC X(01).
           05  ENM-CORRELATION-ID           PIC X(50).
           05  FILLER                       PIC X(01).
           05  ENM-ORIGIN-PGM               PIC X(08).
           05  FILLER                       PIC X(01).
           05  ENM-EVENT-DETAIL             PIC X(60).
           05  FILLER                       PIC X(33).
