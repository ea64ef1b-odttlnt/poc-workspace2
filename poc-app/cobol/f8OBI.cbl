      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SENDS PURPOSE-OF-USE CODE 'ENRL' ON EACH    *
      *                    ONBOARDING REQUEST                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

           MOVE WS-SUBMIT-RACF-ID           TO ZOS-SRC-RACF-ID.
           MOVE 'F5748OBI'                  TO ZOS-SRC-APP-NM.
           MOVE 'ENRL'                      TO ZOS-REQUEST-PURPOSE-CD.
           MOVE 'BA'                        TO ZOS-SRC-ENVRN-CD.
           MOVE 'UPDATE'                    TO ZOS-REQUEST-OPERATION.
           MOVE 'UIS'                       TO ZOS-REQUEST-ADDTNL-AREA.
