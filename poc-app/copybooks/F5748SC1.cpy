      *          FIELDS POPULATED FROM THE F5748I00 REPLY. ADDR1/      *
      *          ADDR2/CTYSTZ/PHONE ARE PROTECTED CONTACT-DETAIL       *
      *          FIELDS POPULATED FROM THE F5748CCS CONTACT INQUIRY.   *
      *          PURPC IS THE OPERATOR-KEYED PURPOSE-OF-USE CODE SENT  *
      *          AS ZOS-REQUEST-PURPOSE-CD - MANDATORY, CHECKED BY     *
      *          F5748I00 AGAINST T_UIS_PURPOSE_ALLOW.                 *
      *          REP1/REP2/REP3 ARE PROTECTED LINES LISTING THE        *
      *          AUTHORIZED REPRESENTATIVES IN FORCE TODAY, FROM THE   *
      *          F5748ARS REPRESENTATIVE INQUIRY - NAME, RELATIONSHIP, *
      *          SCOPE, AND EXPIRY; REP3 CARRIES A "+ N MORE" LINE     *
      *          WHEN THERE ARE MORE THAN THREE.                       *
      *          NTYPE/NTXT1/NTXT2/NFUP ARE OPERATOR-KEYED TO ADD A    *
      *          CUSTOMER SERVICE NOTE THROUGH F5748NTS - NOTE TYPE,   *
      *          TWO LINES OF TEXT, AND AN OPTIONAL FOLLOW-UP DATE     *
      *          (CCYY-MM-DD). NDONE TAKES THE NUMBER OF A NOTE WHOSE  *
      *          FOLLOW-UP HAS BEEN DONE (NUMERIC, RIGHT-JUSTIFIED,    *
      *          ZERO-FILLED). NOTE1/NOTE2/NOTE3 ARE PROTECTED LINES   *
      *          LISTING THE NEWEST NOTES - NUMBER, DATE, TYPE,        *
      *          AUTHOR, '*' WHILE A FOLLOW-UP IS PENDING, AND THE     *
      *          START OF THE TEXT.                                    *
      *          ADRST IS A PROTECTED LINE WARNING THAT MAIL TO THE    *
      *          ADDRESS WAS RETURNED (WITH THE DATE) OR THAT THE      *
      *          EMAIL BOUNCED, FROM THE F5748CCS CONTACT INQUIRY -    *
      *          NOTHING IS SENT THAT WAY UNTIL IT IS UPDATED.         *
      ******************************************************************
      *
       01  F5748S1I.
           02  FILLER REDEFINES PHONEF.
               03  PHONEA                   PICTURE X.
           02  PHONEI                       PIC X(15).
           02  PURPCL                       COMP PIC S9(4).
           02  PURPCF                       PICTURE X.
           02  FILLER REDEFINES PURPCF.
               03  PURPCA                   PICTURE X.
           02  PURPCI                       PIC X(04).
           02  REP1L                        COMP PIC S9(4).
           02  REP1F                        PICTURE X.
           02  FILLER REDEFINES REP1F.
               03  REP1A                    PICTURE X.
           02  REP1I                        PIC X(70).
           02  REP2L                        COMP PIC S9(4).
           02  REP2F                        PICTURE X.
           02  FILLER REDEFINES REP2F.
               03  REP2A                    PICTURE X.
           02  REP2I                        PIC X(70).
           02  REP3L                        COMP PIC S9(4).
           02  REP3F                        PICTURE X.
           02  FILLER REDEFINES REP3F.
               03  REP3A                    PICTURE X.
           02  REP3I                        PIC X(70).
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
           02  NDONEL                       COMP PIC S9(4).
           02  NDONEF                       PICTURE X.
           02  FILLER REDEFINES NDONEF.
               03  NDONEA                   PICTURE X.
           02  NDONEI                       PIC X(05).
           02  NOTE1L                       COMP PIC S9(4).
           02  NOTE1F                       PICTURE X.
           02  FILLER REDEFINES NOTE1F.
               03  NOTE1A                   PICTURE X.
           02  NOTE1I                       PIC X(70).
           02  NOTE2L                       COMP PIC S9(4).
           02  NOTE2F                       PICTURE X.
           02  FILLER REDEFINES NOTE2F.
               03  NOTE2A                   PICTURE X.
           02  NOTE2I                       PIC X(70).
           02  NOTE3L                       COMP PIC S9(4).
           02  NOTE3F                       PICTURE X.
           02  FILLER REDEFINES NOTE3F.
               03  NOTE3A                   PICTURE X.
           02  NOTE3I                       PIC X(70).
           02  ADRSTL                       COMP PIC S9(4).
           02  ADRSTF                       PICTURE X.
           02  FILLER REDEFINES ADRSTF.
               03  ADRSTA                   PICTURE X.
           02  ADRSTI                       PIC X(60).
      *
       01  F5748S1O REDEFINES F5748S1I.
           02  FILLER                       PIC X(12).
           02  CTYSTZO                      PIC X(44).
           02  FILLER                       PIC X(03).
           02  PHONEO                       PIC X(15).
           02  FILLER                       PIC X(03).
           02  PURPCO                       PIC X(04).
           02  FILLER                       PIC X(03).
           02  REP1O                        PIC X(70).
           02  FILLER                       PIC X(03).
           02  REP2O                        PIC X(70).
           02  FILLER                       PIC X(03).
           02  REP3O                        PIC X(70).
           02  FILLER                       PIC X(03).
           02  NTYPEO                       PIC X(04).
           02  FILLER                       PIC X(03).
           02  NTXT1O                       PIC X(50).
           02  FILLER                       PIC X(03).
           02  NTXT2O                       PIC X(50).
           02  FILLER                       PIC X(03).
           02  NFUPO                        PIC X(10).
           02  FILLER                       PIC X(03).
           02  NDONEO                       PIC X(05).
           02  FILLER                       PIC X(03).
           02  NOTE1O                       PIC X(70).
           02  FILLER                       PIC X(03).
           02  NOTE2O                       PIC X(70).
           02  FILLER                       PIC X(03).
           02  NOTE3O                       PIC X(70).
           02  FILLER                       PIC X(03).
           02  ADRSTO                       PIC X(60).
