      *          OPERATION, STATUS, SOURCE APPLICATION - PROTECTED,    *
      *          DISPLAY-ONLY). RSEL TAKES A ROW NUMBER (01-10) TO      *
      *          SHOW THAT ENTRY'S FAILURE DETAIL ON THE DTL LINE.     *
      *          MSG IS A PROTECTED STATUS LINE. PURPC IS THE          *
      *          OPERATOR-KEYED PURPOSE-OF-USE CODE - MANDATORY,       *
      *          CHECKED AGAINST T_UIS_PURPOSE_ALLOW BEFORE ANY        *
      *          HISTORY IS SHOWN. NTYPE/NTXT1/NTXT2/NFUP ARE          *
      *          OPERATOR-KEYED TO ADD A CUSTOMER SERVICE NOTE (TYPE,  *
      *          TWO LINES OF TEXT, OPTIONAL FOLLOW-UP DATE            *
      *          YYYY-MM-DD). NOTE1-NOTE2 ARE PROTECTED LINES SHOWING  *
      *          THE TWO NEWEST NOTES (NUMBER, DATE, TYPE, AUTHOR, '*' *
      *          WHILE A FOLLOW-UP IS PENDING, START OF THE TEXT).     *
      ******************************************************************
      *
       01  F5748S4I.
           02  FILLER REDEFINES MSGF.
               03  MSGA                     PICTURE X.
           02  MSGI                         PIC X(60).
           02  PURPCL                       COMP PIC S9(4).
           02  PURPCF                       PICTURE X.
           02  FILLER REDEFINES PURPCF.
               03  PURPCA                   PICTURE X.
           02  PURPCI                       PIC X(04).
           02  NTYPEL                       COMP PIC S9(4).
           02  NTYPEF                       PICTURE X.
           02  FILLER REDEFINES NTYPEF.
               03  NTYPEA                   PICTURE X.
           02  NTYPEI                       PIC X(04).
           02  NTXT1L                       COMP PIC S9(4).
           02  NTXT1F                       PICTURE X.
           02  FILLER REDEFINES NTXT1F.
               03  NTXT1A                   PICTURE X.
           02  NTXT1I                       PIC X(50).
           02  NTXT2L                       COMP PIC S9(4).
           02  NTXT2F                       PICTURE X.
           02  FILLER REDEFINES NTXT2F.
               03  NTXT2A                   PICTURE X.
           02  NTXT2I                       PIC X(50).
           02  NFUPL                        COMP PIC S9(4).
           02  NFUPF                        PICTURE X.
           02  FILLER REDEFINES NFUPF.
               03  NFUPA                    PICTURE X.
           02  NFUPI                        PIC X(10).
           02  NOTE1L                       COMP PIC S9(4).
           02  NOTE1F                       PICTURE X.
           02  FILLER REDEFINES NOTE1F.
               03  NOTE1A                   PICTURE X.
           02  NOTE1I                       PIC X(78).
           02  NOTE2L                       COMP PIC S9(4).
           02  NOTE2F                       PICTURE X.
           02  FILLER REDEFINES NOTE2F.
               03  NOTE2A                   PICTURE X.
           02  NOTE2I                       PIC X(78).
      *
       01  F5748S4O REDEFINES F5748S4I.
           02  FILLER                       PIC X(12).
           02  DTLO                         PIC X(78).
           02  FILLER                       PIC X(03).
           02  MSGO                         PIC X(60).
           02  FILLER                       PIC X(03).
           02  PURPCO                       PIC X(04).
           02  FILLER                       PIC X(03).
           02  NTYPEO                       PIC X(04).
           02  FILLER                       PIC X(03).
           02  NTXT1O                       PIC X(50).
           02  FILLER                       PIC X(03).
           02  NTXT2O                       PIC X(50).
           02  FILLER                       PIC X(03).
           02  NFUPO                        PIC X(10).
           02  FILLER                       PIC X(03).
           02  NOTE1O                       PIC X(78).
           02  FILLER                       PIC X(03).
           02  NOTE2O                       PIC X(78).
