      ******************************************************************
      * PRDOLM                                                         *
      * SYMBOLIC MAP FOR MAP(PRDOLM) MAPSET(PRDOMS)                    *
      * SCREEN:  STAGED ORDER LINE REVIEW (TRAN PRDO)                  *
      * USED BY: PRDOENT                                               *
      *                                                                *
      * FIELDS:  LDEPT IS AN OPTIONAL KEYED DEPTNUMB - BLANK LISTS     *
      *          THE SIGNED-ON OPERATOR'S OWN LINES, KEYED LISTS THAT  *
      *          DEPARTMENT'S LINES BY ANY OPERATOR. LROWTBL IS A      *
      *          10-ROW REPEATING GROUP: LSEL IS KEYED (C = CHANGE THE *
      *          LINE, X = CANCEL IT), LLINE IS THE PROTECTED LINE     *
      *          DETAIL AND ITS STATUS. LPAGE AND LMSG ARE PROTECTED.  *
      ******************************************************************
      *
       01  PRDOLMI.
           02  FILLER                       PIC X(12).
           02  LDEPTL                       COMP PIC S9(4).
           02  LDEPTF                       PICTURE X.
           02  FILLER REDEFINES LDEPTF.
               03  LDEPTA                   PICTURE X.
           02  LDEPTI                       PIC X(05).
           02  LPAGEL                       COMP PIC S9(4).
           02  LPAGEF                       PICTURE X.
           02  FILLER REDEFINES LPAGEF.
               03  LPAGEA                   PICTURE X.
           02  LPAGEI                       PIC X(08).
           02  LROWTBL.
               03  LROWGRP OCCURS 10 TIMES.
                   04  LSELL                COMP PIC S9(4).
                   04  LSELF                PICTURE X.
                   04  FILLER REDEFINES LSELF.
                       05  LSELA            PICTURE X.
                   04  LSELI                PIC X(01).
                   04  LLINEL               COMP PIC S9(4).
                   04  LLINEF               PICTURE X.
                   04  LLINEI               PIC X(74).
           02  LMSGL                        COMP PIC S9(4).
           02  LMSGF                        PICTURE X.
           02  FILLER REDEFINES LMSGF.
               03  LMSGA                    PICTURE X.
           02  LMSGI                        PIC X(60).
      *
       01  PRDOLMO REDEFINES PRDOLMI.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  LDEPTO                       PIC X(05).
           02  FILLER                       PIC X(03).
           02  LPAGEO                       PIC X(08).
           02  LROWTBLO.
               03  LROWGRPO OCCURS 10 TIMES.
                   04  FILLER               PIC X(03).
                   04  LSELO                PIC X(01).
                   04  FILLER               PIC X(03).
                   04  LLINEO               PIC X(74).
           02  FILLER                       PIC X(03).
           02  LMSGO                        PIC X(60).
