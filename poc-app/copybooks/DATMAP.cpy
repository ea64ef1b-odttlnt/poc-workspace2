      *                                                                *
      * FIELDS:  CMD IS A SHORT OPERATOR-KEYED COMMAND FIELD, MSG IS   *
      *          A PROTECTED, DISPLAY-ONLY STATUS/HELP LINE SET BY     *
      *          DATXCICS ON EACH RE-DISPLAY. RADT (YYYY-MM-DD) AND    *
      *          RATM (HH:MM) ARE THE OPTIONAL RUN-AFTER DATE AND      *
      *          TIME - LEFT BLANK THE COMMAND IS DUE AT THE NEXT      *
      *          DATSTGP RUN; A DATE WITH NO TIME MEANS 00:00.         *
      ******************************************************************
      *
       01  DATMLISI.
           02  FILLER REDEFINES CMDF.
               03  CMDA                     PICTURE X.
           02  CMDI                         PIC X(08).
           02  RADTL                        COMP PIC S9(4).
           02  RADTF                        PICTURE X.
           02  FILLER REDEFINES RADTF.
               03  RADTA                    PICTURE X.
           02  RADTI                        PIC X(10).
           02  RATML                        COMP PIC S9(4).
           02  RATMF                        PICTURE X.
           02  FILLER REDEFINES RATMF.
               03  RATMA                    PICTURE X.
           02  RATMI                        PIC X(05).
           02  MSGL                         COMP PIC S9(4).
           02  MSGF                         PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                       PIC X(03).
           02  CMDO                         PIC X(08).
           02  FILLER                       PIC X(03).
           02  RADTO                        PIC X(10).
           02  FILLER                       PIC X(03).
           02  RATMO                        PIC X(05).
           02  FILLER                       PIC X(03).
           02  MSGO                         PIC X(60).
