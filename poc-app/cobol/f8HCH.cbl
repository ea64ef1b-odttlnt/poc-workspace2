      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5748HCH.
       AUTHOR. UIS-AD.
       DATE-COMPILED. OCT 2026.
       SECURITY.
      ******************************************************************
      *                                                                *
      *  F5748HCH:     TRANSACTION LOG HASH-CHAIN HASHER               *
      *                                                                *
      *  FUNCTION:     RETURNS THE KEYED HASH OF ONE TRANSACTION LOG   *
      *                ROW IN ITS CANONICAL CHAIN FORM (SEE F5748HCA)  *
      *                AS 64 HEX CHARACTERS. THE HASH IS AN            *
      *                HMAC-SHA-256 TAKEN BY ICSF (CSNBHMG) UNDER THE  *
      *                CKDS KEY LABELLED BELOW, SO DB2 AUTHORITY ALONE *
      *                IS NOT ENOUGH TO RECOMPUTE A CHAIN AROUND AN    *
      *                ALTERED ROW - THE KEY NEVER LEAVES ICSF.        *
      *                                                                *
      *                ONE SUBPROGRAM SERVES BOTH SIDES OF THE CHAIN - *
      *                F5748LGA HASHING THE ROW IT LANDS AND F5748HCV  *
      *                RE-HASHING THE ROW IT VERIFIES - SO THE TWO CAN *
      *                NEVER DRIFT APART.                              *
      *                                                                *
      *  ENVIRONMENT:  SUBPROGRAM, ONLINE (F5748LGA) AND BATCH         *
      *                (F5748HCV). NO CICS OR DB2 SERVICES.            *
      *                                                                *
      *  PARAMETERS:   1. F5748HCA HASH-CHAIN CALL AREA                *
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
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748HCH'.
           05  WS-ICSF-HMAC-PGM             PIC X(08) VALUE 'CSNBHMG'.
           05  WS-HEX-DIGITS                PIC X(16)
                                             VALUE '0123456789ABCDEF'.

      * CSNBHMG PARAMETERS. THE KEY IS AN HMAC KEY IN THE CKDS; ITS
      * LABEL IS FIXED HERE SO LANDER AND VERIFIER CANNOT DISAGREE.
       01  WS-ICSF-AREA.
           05  WS-ICSF-RETURN-CODE          PIC S9(09) COMP VALUE ZERO.
           05  WS-ICSF-REASON-CODE          PIC S9(09) COMP VALUE ZERO.
           05  WS-ICSF-EXIT-DATA-LEN        PIC S9(09) COMP VALUE ZERO.
           05  WS-ICSF-EXIT-DATA            PIC X(04) VALUE SPACES.
           05  WS-ICSF-RULE-COUNT           PIC S9(09) COMP VALUE 3.
           05  WS-ICSF-RULE-ARRAY.
               10  FILLER                   PIC X(08) VALUE 'HMAC    '.
               10  FILLER                   PIC X(08) VALUE 'SHA-256 '.
               10  FILLER                   PIC X(08) VALUE 'ONLY    '.
           05  WS-ICSF-KEY-ID-LEN           PIC S9(09) COMP VALUE 64.
           05  WS-ICSF-KEY-ID               PIC X(64)
                                  VALUE 'UIS.TRANLOG.CHAIN.HMAC'.
           05  WS-ICSF-TEXT-LEN             PIC S9(09) COMP VALUE ZERO.
           05  WS-ICSF-CHAIN-VEC-LEN        PIC S9(09) COMP VALUE 128.
           05  WS-ICSF-CHAIN-VEC            PIC X(128) VALUE LOW-VALUES.
           05  WS-ICSF-MAC-LEN              PIC S9(09) COMP VALUE 32.
           05  WS-ICSF-MAC                  PIC X(32) VALUE LOW-VALUES.

      * ONE BYTE OF THE MAC AS A NUMBER - THE BYTE GOES INTO THE LOW
      * HALF OF A HALFWORD WHOSE HIGH HALF IS ZERO.
       01  WS-HEX-WORK.
           05  WS-BYTE-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BYTE-VALUE                PIC S9(04) COMP VALUE ZERO.
           05  WS-BYTE-VALUE-X REDEFINES WS-BYTE-VALUE
                                            PIC X(02).
           05  WS-HIGH-NIBBLE               PIC S9(04) COMP VALUE ZERO.
           05  WS-LOW-NIBBLE                PIC S9(04) COMP VALUE ZERO.
           05  WS-HEX-POS                   PIC S9(04) COMP VALUE ZERO.

       01  FILLER                                PIC X(32) VALUE
           'F5748HCH WORKING STORAGE ENDS'.
      *
       LINKAGE SECTION.
       01  HCH-CALL-AREA.
           COPY F5748HCA REPLACING ==:FD:== BY ==HCH==.
      *
       PROCEDURE DIVISION USING HCH-CALL-AREA.
      ******************************************************************
       0000-BEGIN.

           MOVE ZERO                        TO HCH-RETURN-CODE
                                               HCH-REASON-CODE.
           MOVE SPACES                      TO HCH-ROW-HASH.

           MOVE LENGTH OF HCH-CHAIN-TEXT    TO WS-ICSF-TEXT-LEN.
           MOVE 128                         TO WS-ICSF-CHAIN-VEC-LEN.
           MOVE 32                          TO WS-ICSF-MAC-LEN.
           MOVE LOW-VALUES                  TO WS-ICSF-CHAIN-VEC
                                               WS-ICSF-MAC.

           CALL WS-ICSF-HMAC-PGM USING WS-ICSF-RETURN-CODE
                                       WS-ICSF-REASON-CODE
                                       WS-ICSF-EXIT-DATA-LEN
                                       WS-ICSF-EXIT-DATA
                                       WS-ICSF-RULE-COUNT
                                       WS-ICSF-RULE-ARRAY
                                       WS-ICSF-KEY-ID-LEN
                                       WS-ICSF-KEY-ID
                                       WS-ICSF-TEXT-LEN
                                       HCH-CHAIN-TEXT
                                       WS-ICSF-CHAIN-VEC-LEN
                                       WS-ICSF-CHAIN-VEC
                                       WS-ICSF-MAC-LEN
                                       WS-ICSF-MAC.

           IF WS-ICSF-RETURN-CODE NOT = ZERO
               MOVE WS-ICSF-RETURN-CODE     TO HCH-RETURN-CODE
               MOVE WS-ICSF-REASON-CODE     TO HCH-REASON-CODE
               GO TO 0000-RETURN
           END-IF.

           PERFORM 2000-HEX-ONE-BYTE
              THRU 2000-EXIT
              VARYING WS-BYTE-SUB FROM 1 BY 1
              UNTIL WS-BYTE-SUB > 32.

       0000-RETURN.
           GOBACK.
       0000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-HEX-ONE-BYTE                         *
      ******************************************************************
       2000-HEX-ONE-BYTE.

           MOVE ZERO                        TO WS-BYTE-VALUE.
           MOVE WS-ICSF-MAC(WS-BYTE-SUB:1)  TO WS-BYTE-VALUE-X(2:1).

           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
                                   REMAINDER WS-LOW-NIBBLE.

           ADD 1                            TO WS-HIGH-NIBBLE
                                               WS-LOW-NIBBLE.
           COMPUTE WS-HEX-POS = (WS-BYTE-SUB * 2) - 1.

           MOVE WS-HEX-DIGITS(WS-HIGH-NIBBLE:1)
             TO HCH-ROW-HASH(WS-HEX-POS:1).
           ADD 1                            TO WS-HEX-POS.
           MOVE WS-HEX-DIGITS(WS-LOW-NIBBLE:1)
             TO HCH-ROW-HASH(WS-HEX-POS:1).
           .
       2000-EXIT.
           EXIT.

       END PROGRAM F5748HCH.
