      *                  NOTE  - ANNOTATES IT.                         *
      *                  CLOSE - CLOSES IT; CLOSING A DUPE CASE       *
      *                          PROMPTS THE MERGE HAND-OFF            *
      *                          (F5748MRG WITH THE PAIR); CLOSING AN  *
      *                          'ATO ' CASE CLEARS THE CUSTOMER, AND  *
      *                          THE NEXT F5748ATO RUN RELEASES THE    *
      *                          FRAUD HOLD.                           *
      *                                                                *
      *  ENVIRONMENT:  ONLINE (CICS PSEUDO-CONVERSATIONAL, TRAN UISW)  *
      *                                                                *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  CLOSING AN 'ATO ' CASE SAYS THE FRAUD HOLD  *
      *                    COMES OFF WITH THE NEXT F5748ATO RUN        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
         'CASE CLOSED.                                                '.
           05  WS-CLOSED-DUPE-MSG           PIC X(60) VALUE
         'DUPE CLOSED - RUN F5748MRG WITH THE PAIR TO MERGE THEM.     '.
           05  WS-CLOSED-ATO-MSG            PIC X(60) VALUE
         'ATO CLOSED - THE NEXT F5748ATO RUN RELEASES THE FRAUD HOLD. '.
           05  WS-BAD-ACTION-MSG            PIC X(60) VALUE
         'ACTION MUST BE CLAIM, NOTE, OR CLOSE.                       '.

               WHEN CTYPEI = 'DUPE'
      * THE HAND-OFF - A CONFIRMED DUPLICATE IS F5748MRG'S JOB.
                   MOVE WS-CLOSED-DUPE-MSG  TO MSGO
               WHEN CTYPEI = 'ATO '
      * A CLEARED CUSTOMER - THE HOLD COMES OFF OVERNIGHT.
                   MOVE WS-CLOSED-ATO-MSG   TO MSGO
               WHEN OTHER
                   MOVE WS-CLOSED-MSG       TO MSGO
           END-EVALUATE.
