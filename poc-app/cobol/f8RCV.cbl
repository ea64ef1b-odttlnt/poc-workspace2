      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-08-22 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SENDS PURPOSE-OF-USE CODE 'OPER' ON EACH    *
      *                    UNDO IT DRIVES                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           MOVE WS-SAVED-CORRELATION-ID     TO
                                            ZOS-REQUEST-UNDO-LOG-ID.
           MOVE '01'                        TO ZOS-INTERFACE-VERSION.
           MOVE 'OPER'                      TO ZOS-REQUEST-PURPOSE-CD.

           EXEC CICS LINK PROGRAM('F5748I00')
                     COMMAREA(WS-UNDO-COMMAREA)
