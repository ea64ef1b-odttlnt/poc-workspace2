      *          T_DAT0_STAGING SUBMISSION BY THE SIGNED-ON RACF ID    *
      *          (SVCMD/SVTS/SVST/SVMS ARE PROTECTED, DISPLAY-ONLY -   *
      *          COMMAND, SUBMIT TIMESTAMP, STATUS, DISPOSITION        *
      *          MESSAGE). SVSEL IS THE ONE UNPROTECTED FIELD ON THE   *
      *          ROW - AN X THERE CANCELS A SCHEDULED ROW THAT HAS NOT *
      *          FALLEN DUE. SVMG IS A PROTECTED MESSAGE LINE FOR THE  *
      *          RESULT OF THE CANCELS. SVPG IS A PROTECTED FOOTER     *
      *          LINE WITH THE PAGE NUMBER AND THE PF-KEY PROMPTS.     *
      ******************************************************************
      *
       01  DATSMAPI.
           02  FILLER                       PIC X(12).
           02  SVTBL OCCURS 10 TIMES.
               03  SVSELL                   COMP PIC S9(4).
               03  SVSELF                   PICTURE X.
               03  FILLER REDEFINES SVSELF.
                   04  SVSELA               PICTURE X.
               03  SVSELI                   PIC X(01).
               03  SVCMDL                   COMP PIC S9(4).
               03  SVCMDF                   PICTURE X.
               03  FILLER REDEFINES SVCMDF.
               03  FILLER REDEFINES SVMSF.
                   04  SVMSA                PICTURE X.
               03  SVMSI                    PIC X(40).
           02  SVMGL                        COMP PIC S9(4).
           02  SVMGF                        PICTURE X.
           02  FILLER REDEFINES SVMGF.
               03  SVMGA                    PICTURE X.
           02  SVMGI                        PIC X(60).
           02  SVPGL                        COMP PIC S9(4).
           02  SVPGF                        PICTURE X.
           02  FILLER REDEFINES SVPGF.
       01  DATSMAPO REDEFINES DATSMAPI.
           02  FILLER                       PIC X(12).
           02  SVTBLO OCCURS 10 TIMES.
               03  FILLER                   PIC X(03).
               03  SVSELO                   PIC X(01).
               03  FILLER                   PIC X(03).
               03  SVCMDO                   PIC X(08).
               03  FILLER                   PIC X(03).
               03  FILLER                   PIC X(03).
               03  SVMSO                    PIC X(40).
           02  FILLER                       PIC X(03).
           02  SVMGO                        PIC X(60).
           02  FILLER                       PIC X(03).
           02  SVPGO                        PIC X(60).
