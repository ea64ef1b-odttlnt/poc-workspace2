      ******************************************************************
      * PRDOEM                                                         *
      * SYMBOLIC MAP FOR MAP(PRDOEM) MAPSET(PRDOMS)                    *
      * SCREEN:  ORDER LINE ENTRY (TRAN PRDO)                          *
      * USED BY: PRDOENT                                               *
      *                                                                *
      * FIELDS:  EDEPT/EREF/EPROD/EQTY ARE KEYED BY THE OPERATOR -     *
      *          ORDERING DEPTNUMB, ORDER REFERENCE (OPTIONAL),        *
      *          PRODNUM AND QUANTITY, AS ON AN ORDIN LINE. THE REST   *
      *          ARE PROTECTED OUTPUT: EMODE (NEW LINE OR THE STAGED   *
      *          LINE BEING CHANGED), EDNAME/EPNAME (Q.ORG/Q.PRODUCTS  *
      *          NAMES), EPDATE (THE PRICE DATE), ELIST/ERULE/EPRICE/  *
      *          EEXT (LIST PRICE, Q.PRCRULE RULE ID, UNIT PRICE AND   *
      *          EXTENSION AS PRDORDER WOULD CHARGE THEM), ENOTE (A    *
      *          SUBSTITUTION OR NULL-PRICE NOTE) AND EMSG.            *
      ******************************************************************
      *
       01  PRDOEMI.
           02  FILLER                       PIC X(12).
           02  EMODEL                       COMP PIC S9(4).
           02  EMODEF                       PICTURE X.
           02  FILLER REDEFINES EMODEF.
               03  EMODEA                   PICTURE X.
           02  EMODEI                       PIC X(20).
           02  EDEPTL                       COMP PIC S9(4).
           02  EDEPTF                       PICTURE X.
           02  FILLER REDEFINES EDEPTF.
               03  EDEPTA                   PICTURE X.
           02  EDEPTI                       PIC X(05).
           02  EDNAMEL                      COMP PIC S9(4).
           02  EDNAMEF                      PICTURE X.
           02  FILLER REDEFINES EDNAMEF.
               03  EDNAMEA                  PICTURE X.
           02  EDNAMEI                      PIC X(14).
           02  EREFL                        COMP PIC S9(4).
           02  EREFF                        PICTURE X.
           02  FILLER REDEFINES EREFF.
               03  EREFA                    PICTURE X.
           02  EREFI                        PIC X(10).
           02  EPRODL                       COMP PIC S9(4).
           02  EPRODF                       PICTURE X.
           02  FILLER REDEFINES EPRODF.
               03  EPRODA                   PICTURE X.
           02  EPRODI                       PIC X(04).
           02  EPNAMEL                      COMP PIC S9(4).
           02  EPNAMEF                      PICTURE X.
           02  FILLER REDEFINES EPNAMEF.
               03  EPNAMEA                  PICTURE X.
           02  EPNAMEI                      PIC X(11).
           02  EQTYL                        COMP PIC S9(4).
           02  EQTYF                        PICTURE X.
           02  FILLER REDEFINES EQTYF.
               03  EQTYA                    PICTURE X.
           02  EQTYI                        PIC X(05).
           02  EPDATEL                      COMP PIC S9(4).
           02  EPDATEF                      PICTURE X.
           02  FILLER REDEFINES EPDATEF.
               03  EPDATEA                  PICTURE X.
           02  EPDATEI                      PIC X(10).
           02  ELISTL                       COMP PIC S9(4).
           02  ELISTF                       PICTURE X.
           02  FILLER REDEFINES ELISTF.
               03  ELISTA                   PICTURE X.
           02  ELISTI                       PIC X(07).
           02  ERULEL                       COMP PIC S9(4).
           02  ERULEF                       PICTURE X.
           02  FILLER REDEFINES ERULEF.
               03  ERULEA                   PICTURE X.
           02  ERULEI                       PIC X(07).
           02  EPRICEL                      COMP PIC S9(4).
           02  EPRICEF                      PICTURE X.
           02  FILLER REDEFINES EPRICEF.
               03  EPRICEA                  PICTURE X.
           02  EPRICEI                      PIC X(07).
           02  EEXTL                        COMP PIC S9(4).
           02  EEXTF                        PICTURE X.
           02  FILLER REDEFINES EEXTF.
               03  EEXTA                    PICTURE X.
           02  EEXTI                        PIC X(12).
           02  ENOTEL                       COMP PIC S9(4).
           02  ENOTEF                       PICTURE X.
           02  FILLER REDEFINES ENOTEF.
               03  ENOTEA                   PICTURE X.
           02  ENOTEI                       PIC X(60).
           02  EMSGL                        COMP PIC S9(4).
           02  EMSGF                        PICTURE X.
           02  FILLER REDEFINES EMSGF.
               03  EMSGA                    PICTURE X.
           02  EMSGI                        PIC X(60).
      *
       01  PRDOEMO REDEFINES PRDOEMI.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  EMODEO                       PIC X(20).
           02  FILLER                       PIC X(03).
           02  EDEPTO                       PIC X(05).
           02  FILLER                       PIC X(03).
           02  EDNAMEO                      PIC X(14).
           02  FILLER                       PIC X(03).
           02  EREFO                        PIC X(10).
           02  FILLER                       PIC X(03).
           02  EPRODO                       PIC X(04).
           02  FILLER                       PIC X(03).
           02  EPNAMEO                      PIC X(11).
           02  FILLER                       PIC X(03).
           02  EQTYO                        PIC X(05).
           02  FILLER                       PIC X(03).
           02  EPDATEO                      PIC X(10).
           02  FILLER                       PIC X(03).
           02  ELISTO                       PIC X(07).
           02  FILLER                       PIC X(03).
           02  ERULEO                       PIC X(07).
           02  FILLER                       PIC X(03).
           02  EPRICEO                      PIC X(07).
           02  FILLER                       PIC X(03).
           02  EEXTO                        PIC X(12).
           02  FILLER                       PIC X(03).
           02  ENOTEO                       PIC X(60).
           02  FILLER                       PIC X(03).
           02  EMSGO                        PIC X(60).
