      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748ASW.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748ASW:     UIS ASYNCHRONOUS REQUEST WORKER                 *
      *                                                                *
      *  FUNCTION:     RUNS ONE ASYNCHRONOUS SUBMIT IN THE BACKGROUND. *
      *                F5748I00'S 7000-SUBMIT-ASYNC-REQUEST PARKS THE  *
      *                CALLER'S RECORD ON T_UIS_ASYNC_TICKET AND       *
      *                STARTS THIS PROGRAM WITH THE TICKET ID. THE     *
      *                TICKET IS CLAIMED (QUEUED TO RUNNING, COMMITTED *
      *                AT ONCE SO A POLL SEES IT), THE PARKED RECORD   *
      *                IS DRIVEN THROUGH F5748I00 WITH EXEC CICS LINK  *
      *                EXACTLY AS A DIRECT CALL WOULD BE, AND THE      *
      *                FINISHED REPLY IS STORED BACK ON THE TICKET     *
      *                FOR THE CALLER'S NEXT POLL TO COLLECT. THE RUN  *
      *                IS MARKED ZOS-ASYNC-WORKER-RUN SO F5748I00      *
      *                LOGS IT UNDER THE TICKET - THE SUBMIT'S OWN     *
      *                CORRELATION ID - RATHER THAN QUEUEING IT AGAIN. *
      *                                                                *
      *                A TICKET THAT IS NO LONGER QUEUED (ALREADY      *
      *                CLAIMED) OR HAS EXPIRED BEFORE THIS TASK GOT TO *
      *                IT IS NOT RUN. A LINK THAT FAILS OUTRIGHT STILL *
      *                COMPLETES THE TICKET, WITH A FAILURE REPLY, SO  *
      *                THE CALLER IS NOT LEFT POLLING; AN ABEND INSIDE *
      *                THE RUN LEAVES IT RUNNING UNTIL IT EXPIRES.     *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (STARTED TASK, TRANSACTION UISA)         *
      *                                                                *
      *  PARAMETERS:   THE TICKET ID, PASSED ON THE START AND READ     *
      *                WITH EXEC CICS RETRIEVE.                        *
      *                                                                *
      *  DB2 TABLES:   T_UIS_ASYNC_TICKET    (READ/UPDATE)             *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-10-15 UISAD  INITIAL VERSION                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(27)
                                  VALUE 'WORKING-STORAGE-BEGINS-HERE'.

       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748ASW'.
           05  WS-SERVICE-CONTROL-PGM       PIC X(08) VALUE 'F5748I00'.
           05  WS-RUN-FAILED-MSG            PIC X(60) VALUE
         'BACKGROUND RUN OF THE REQUEST FAILED - PLEASE RESUBMIT.     '.

       01  WS-WORKING-FIELDS.
           05  WS-TICKET-ID                 PIC X(50) VALUE SPACES.
           05  WS-RETRIEVE-LENGTH           PIC S9(4) USAGE COMP
                                                      VALUE ZEROS.
           05  WS-RESPCODE                  PIC S9(9) USAGE COMP
                                                      VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-TICKET-CLAIMED-SW         PIC X(01) VALUE 'N'.
               88  WS-TICKET-CLAIMED                  VALUE 'Y'.

      * THE PARKED REQUEST, AND THEN THE FINISHED REPLY, AS F5748I00
      * SEES IT.
       01  ASW-COMMAREA.
           COPY F5748I01.

      ******************************************************************
      *                                                                *
      *                    DB2 TABLES AREA                             *
      *                                                                *
      ******************************************************************
      *
           EXEC SQL INCLUDE SQLCA        END-EXEC.

      * DCLGEN FOR T_UIS_ASYNC_TICKET
           EXEC SQL INCLUDE F5748ATK     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748ASW WORKING STORAGE ENDS'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       0000-BEGIN.

           PERFORM 1000-CLAIM-TICKET
              THRU 1000-EXIT.

           IF WS-TICKET-CLAIMED
               PERFORM 2000-RUN-TICKET
                  THRU 2000-EXIT
               PERFORM 3000-COMPLETE-TICKET
                  THRU 3000-EXIT
           END-IF.

       0000-EXIT.
           GOBACK.
      *
      ******************************************************************
      *                      1000-CLAIM-TICKET                         *
      * TAKES THE TICKET FROM QUEUED TO RUNNING AND COMMITS THAT ON    *
      * ITS OWN, SO A POLL ARRIVING DURING THE RUN IS TOLD IT IS       *
      * RUNNING. THE UPDATE ONLY MATCHES A STILL-QUEUED, UNEXPIRED     *
      * TICKET - NOTHING FOUND MEANS IT IS NOT THIS TASK'S TO RUN.     *
      ******************************************************************
       1000-CLAIM-TICKET.

           MOVE LENGTH OF WS-TICKET-ID      TO WS-RETRIEVE-LENGTH.

           EXEC CICS
                RETRIEVE INTO(WS-TICKET-ID)
                LENGTH(WS-RETRIEVE-LENGTH)
                RESP(WS-RESPCODE)
           END-EXEC.

           IF WS-RESPCODE NOT = 0
               DISPLAY 'F5748ASW - RETRIEVE FAILED RESP=' WS-RESPCODE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_UIS_ASYNC_TICKET
                   SET ATK_STATUS    = 'R'
                     , ATK_START_TS  = CURRENT TIMESTAMP
                 WHERE ATK_TICKET_ID = :WS-TICKET-ID
                   AND ATK_STATUS    = 'Q'
                   AND ATK_EXPIRY_TS > CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'F5748ASW - TICKET ' WS-TICKET-ID
                       ' NOT QUEUED OR EXPIRED - NOT RUN'
               GO TO 1000-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ASW - TICKET CLAIM FAILED SQLCODE='
                        SQLCODE
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
                SELECT ATK_COMM_LEN
                     , ATK_COMM_DATA
                  INTO :ATK-COMM-LEN
                     , :ATK-COMM-DATA
                  FROM T_UIS_ASYNC_TICKET
                 WHERE ATK_TICKET_ID = :WS-TICKET-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ASW - TICKET READ FAILED SQLCODE='
                        SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO 1000-EXIT
           END-IF.

           EXEC CICS SYNCPOINT
           END-EXEC.

           SET WS-TICKET-CLAIMED            TO TRUE.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                       2000-RUN-TICKET                          *
      * DRIVES THE PARKED REQUEST THROUGH F5748I00. A LINK THAT DOES   *
      * NOT REACH IT (PROGRAM NOT AVAILABLE AND THE LIKE) IS TURNED    *
      * INTO A FAILURE REPLY SO THE TICKET CAN STILL BE COMPLETED.     *
      ******************************************************************
       2000-RUN-TICKET.

           IF ATK-COMM-LEN > LENGTH OF ASW-COMMAREA
               MOVE LENGTH OF ASW-COMMAREA  TO ATK-COMM-LEN
           END-IF.

           INITIALIZE ASW-COMMAREA.

           MOVE ATK-COMM-DATA(1:ATK-COMM-LEN)
             TO ASW-COMMAREA(1:ATK-COMM-LEN).

           SET ZOS-ASYNC-WORKER-RUN         TO TRUE.
           SET ZOS-ASYNC-RUNNING            TO TRUE.

           EXEC CICS LINK PROGRAM(WS-SERVICE-CONTROL-PGM)
                     COMMAREA(ASW-COMMAREA)
                     RESP(WS-RESPCODE)
           END-EXEC.

           IF WS-RESPCODE NOT = 0
               DISPLAY 'F5748ASW - LINK TO ' WS-SERVICE-CONTROL-PGM
                       ' FAILED RESP=' WS-RESPCODE
                       ' TICKET ' WS-TICKET-ID
               SET ZOS-FAILURE              TO TRUE
               MOVE 1                       TO ZOS-NUM-ERR
               MOVE WS-RUN-FAILED-MSG
                 TO ZOS-FAILURE-MESSAGE(1)
               MOVE 103
                 TO ZOS-FAILURE-CODE-N(1)
           END-IF.
           .
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                    3000-COMPLETE-TICKET                        *
      * STORES THE FINISHED REPLY ON THE TICKET AND MARKS IT COMPLETE. *
      * THE REPLY GOES BACK LOOKING LIKE AN ANSWERED ASYNC REQUEST -   *
      * THE WORKER-RUN MARK IS THIS PROGRAM'S ALONE.                   *
      ******************************************************************
       3000-COMPLETE-TICKET.

           MOVE 'Y'                         TO ZOS-ASYNC-REQ-IND.
           SET ZOS-ASYNC-COMPLETE           TO TRUE.

           MOVE ASW-COMMAREA(1:ATK-COMM-LEN)
             TO ATK-COMM-DATA(1:ATK-COMM-LEN).

           EXEC SQL
                UPDATE T_UIS_ASYNC_TICKET
                   SET ATK_STATUS         = 'C'
                     , ATK_COMPLETE_TS    = CURRENT TIMESTAMP
                     , ATK_REQUEST_STATUS = :ZOS-REQUEST-STATUS
                     , ATK_COMM_DATA      = :ATK-COMM-DATA
                 WHERE ATK_TICKET_ID      = :WS-TICKET-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'F5748ASW - TICKET COMPLETE FAILED SQLCODE='
                        SQLCODE ' TICKET ' WS-TICKET-ID
           END-IF.
           .
       3000-EXIT.
           EXIT.
      ******************************************************************
       END PROGRAM F5748ASW.
