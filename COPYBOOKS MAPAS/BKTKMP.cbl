       01  BKMAPTKI.
           02  FILLER PIC X(12).
           02  TITULOL    COMP  PIC  S9(4).
           02  TITULOF    PICTURE X.
           02  FILLER REDEFINES TITULOF.
             03 TITULOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITULOI  PIC X(35).
           02  LBLUSERL    COMP  PIC  S9(4).
           02  LBLUSERF    PICTURE X.
           02  FILLER REDEFINES LBLUSERF.
             03 LBLUSERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLUSERI  PIC X(18).
           02  NOMBREUSL    COMP  PIC  S9(4).
           02  NOMBREUSF    PICTURE X.
           02  FILLER REDEFINES NOMBREUSF.
             03 NOMBREUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMBREUSI  PIC X(10).
           02  LINEA2L    COMP  PIC  S9(4).
           02  LINEA2F    PICTURE X.
           02  FILLER REDEFINES LINEA2F.
             03 LINEA2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA2I  PIC X(80).
           02  USRTCL    COMP  PIC  S9(4).
           02  USRTCF    PICTURE X.
           02  FILLER REDEFINES USRTCF.
             03 USRTCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USRTCI  PIC X(8).
           02  LIMTCL    COMP  PIC  S9(4).
           02  LIMTCF    PICTURE X.
           02  FILLER REDEFINES LIMTCF.
             03 LIMTCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIMTCI  PIC X(12).
           02  DIATCL    COMP  PIC  S9(4).
           02  DIATCF    PICTURE X.
           02  FILLER REDEFINES DIATCF.
             03 DIATCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DIATCI  PIC X(2).
           02  DEBTCL    COMP  PIC  S9(4).
           02  DEBTCF    PICTURE X.
           02  FILLER REDEFINES DEBTCF.
             03 DEBTCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEBTCI  PIC X(1).
           02  CTADEBL    COMP  PIC  S9(4).
           02  CTADEBF    PICTURE X.
           02  FILLER REDEFINES CTADEBF.
             03 CTADEBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTADEBI  PIC X(10).
           02  CTATCL    COMP  PIC  S9(4).
           02  CTATCF    PICTURE X.
           02  FILLER REDEFINES CTATCF.
             03 CTATCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTATCI  PIC X(10).
           02  TARJTCL    COMP  PIC  S9(4).
           02  TARJTCF    PICTURE X.
           02  FILLER REDEFINES TARJTCF.
             03 TARJTCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TARJTCI  PIC X(16).
           02  DEUDATCL    COMP  PIC  S9(4).
           02  DEUDATCF    PICTURE X.
           02  FILLER REDEFINES DEUDATCF.
             03 DEUDATCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEUDATCI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
           02  LEYENDAL    COMP  PIC  S9(4).
           02  LEYENDAF    PICTURE X.
           02  FILLER REDEFINES LEYENDAF.
             03 LEYENDAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LEYENDAI  PIC X(60).
       01  BKMAPTKO REDEFINES BKMAPTKI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TITULOC    PICTURE X.
           02  TITULOH    PICTURE X.
           02  TITULOO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  LBLUSERC    PICTURE X.
           02  LBLUSERH    PICTURE X.
           02  LBLUSERO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  NOMBREUSC    PICTURE X.
           02  NOMBREUSH    PICTURE X.
           02  NOMBREUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LINEA2C    PICTURE X.
           02  LINEA2H    PICTURE X.
           02  LINEA2O  PIC X(80).
           02  FILLER PICTURE X(3).
           02  USRTCC    PICTURE X.
           02  USRTCH    PICTURE X.
           02  USRTCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIMTCC    PICTURE X.
           02  LIMTCH    PICTURE X.
           02  LIMTCO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DIATCC    PICTURE X.
           02  DIATCH    PICTURE X.
           02  DIATCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DEBTCC    PICTURE X.
           02  DEBTCH    PICTURE X.
           02  DEBTCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CTADEBC    PICTURE X.
           02  CTADEBH    PICTURE X.
           02  CTADEBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CTATCC    PICTURE X.
           02  CTATCH    PICTURE X.
           02  CTATCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TARJTCC    PICTURE X.
           02  TARJTCH    PICTURE X.
           02  TARJTCO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  DEUDATCC    PICTURE X.
           02  DEUDATCH    PICTURE X.
           02  DEUDATCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
