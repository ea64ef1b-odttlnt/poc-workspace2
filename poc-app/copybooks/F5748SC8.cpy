      ******************************************************************
      * SYMBOLIC MAP FOR MAP(F5748SC8) MAPSET(F5748S8)                 *
      * SCREEN:  UIS NIGHT-CHAIN OPERATIONS CONSOLE (TRAN UISN)        *
      * USED BY: F5748NCC                                              *
      *                                                                *
      * FIELDS:  ACTION (HOLD/RELEASE/COMPLETE), THE CHAIN JOB NAME,  *
      *          AND THE REASON ARE KEYED BY THE OPERATOR. THE BODY   *
      *          LINES LIST TONIGHT'S CHAIN JOBS IN CHAIN ORDER WITH  *
      *          OUTCOME, START, END, FORECAST END, AND HOLD; MSG IS  *
      *          THE RESULT LINE.                                      *
      ******************************************************************
      *
       01  F5748S8I.
           02  FILLER                       PIC X(12).
           02  ACTIONL                      COMP PIC S9(4).
           02  ACTIONF                      PICTURE X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA                  PICTURE X.
           02  ACTIONI                      PIC X(08).
           02  JOBL                         COMP PIC S9(4).
           02  JOBF                         PICTURE X.
           02  FILLER REDEFINES JOBF.
               03  JOBA                     PICTURE X.
           02  JOBI                         PIC X(08).
           02  REASONL                      COMP PIC S9(4).
           02  REASONF                      PICTURE X.
           02  FILLER REDEFINES REASONF.
               03  REASONA                  PICTURE X.
           02  REASONI                      PIC X(40).
           02  CHAINTBL.
               03  CHAINGRP OCCURS 12 TIMES.
                   04  CHAINL               COMP PIC S9(4).
                   04  CHAINF               PICTURE X.
                   04  CHAINI               PIC X(78).
           02  MSGL                         COMP PIC S9(4).
           02  MSGF                         PICTURE X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                     PICTURE X.
           02  MSGI                         PIC X(60).
      *
       01  F5748S8O REDEFINES F5748S8I.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  ACTIONO                      PIC X(08).
           02  FILLER                       PIC X(03).
           02  JOBO                         PIC X(08).
           02  FILLER                       PIC X(03).
           02  REASONO                      PIC X(40).
           02  CHAINTBLO.
               03  CHAINGRPO OCCURS 12 TIMES.
                   04  FILLER               PIC X(03).
                   04  CHAINO               PIC X(78).
           02  FILLER                       PIC X(03).
           02  MSGO                         PIC X(60).
