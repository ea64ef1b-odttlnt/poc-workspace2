      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SENDS PURPOSE-OF-USE CODE 'MONI' ON THE     *
      *                    SYNTHETIC REQUEST                           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

           MOVE WS-RACF-ID                  TO ZOS-SRC-RACF-ID.
           MOVE WS-HBT-SOURCE-APP           TO ZOS-SRC-APP-NM.
           MOVE 'MONI'                      TO ZOS-REQUEST-PURPOSE-CD.
           MOVE 'ON'                        TO ZOS-SRC-ENVRN-CD.
           MOVE 'INQUIRY'                   TO ZOS-REQUEST-OPERATION.
           MOVE WS-HBT-CUST-NUM             TO ZOS-REQUEST-CUST-NUM.
