      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SENDS PURPOSE-OF-USE CODE 'TEST' ON EACH    *
      *                    CONTRACT CASE                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

           MOVE WS-CERT-USERID              TO ZOS-SRC-RACF-ID.
           MOVE 'F5748CRT'                  TO ZOS-SRC-APP-NM.
           MOVE 'TEST'                      TO ZOS-REQUEST-PURPOSE-CD.
           MOVE 'TS'                        TO ZOS-SRC-ENVRN-CD.
           MOVE 'INQUIRY'                   TO ZOS-REQUEST-OPERATION.
           MOVE WS-TEST-CUST-NUM            TO ZOS-REQUEST-CUST-NUM.
