       01  BKMAPCCI.
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
           02  COLHDRL    COMP  PIC  S9(4).
           02  COLHDRF    PICTURE X.
           02  FILLER REDEFINES COLHDRF.
             03 COLHDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COLHDRI  PIC X(70).
           02  COLLIN1L    COMP  PIC  S9(4).
           02  COLLIN1F    PICTURE X.
           02  FILLER REDEFINES COLLIN1F.
             03 COLLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COLLIN1I  PIC X(70).
           02  COLLIN2L    COMP  PIC  S9(4).
           02  COLLIN2F    PICTURE X.
           02  FILLER REDEFINES COLLIN2F.
             03 COLLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COLLIN2I  PIC X(70).
           02  COLLIN3L    COMP  PIC  S9(4).
           02  COLLIN3F    PICTURE X.
           02  FILLER REDEFINES COLLIN3F.
             03 COLLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COLLIN3I  PIC X(70).
           02  COLLIN4L    COMP  PIC  S9(4).
           02  COLLIN4F    PICTURE X.
           02  FILLER REDEFINES COLLIN4F.
             03 COLLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COLLIN4I  PIC X(70).
           02  LBLSOLL    COMP  PIC  S9(4).
           02  LBLSOLF    PICTURE X.
           02  FILLER REDEFINES LBLSOLF.
             03 LBLSOLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSOLI  PIC X(12).
           02  IDSOLCCL    COMP  PIC  S9(4).
           02  IDSOLCCF    PICTURE X.
           02  FILLER REDEFINES IDSOLCCF.
             03 IDSOLCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDSOLCCI  PIC X(8).
           02  LBLACCL    COMP  PIC  S9(4).
           02  LBLACCF    PICTURE X.
           02  FILLER REDEFINES LBLACCF.
             03 LBLACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLACCI  PIC X(9).
           02  ACCIOCCL    COMP  PIC  S9(4).
           02  ACCIOCCF    PICTURE X.
           02  FILLER REDEFINES ACCIOCCF.
             03 ACCIOCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCIOCCI  PIC X(1).
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(16).
           02  MONTOCCL    COMP  PIC  S9(4).
           02  MONTOCCF    PICTURE X.
           02  FILLER REDEFINES MONTOCCF.
             03 MONTOCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOCCI  PIC X(12).
           02  LBLCUOL    COMP  PIC  S9(4).
           02  LBLCUOF    PICTURE X.
           02  FILLER REDEFINES LBLCUOF.
             03 LBLCUOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCUOI  PIC X(8).
           02  CUOTCCL    COMP  PIC  S9(4).
           02  CUOTCCF    PICTURE X.
           02  FILLER REDEFINES CUOTCCF.
             03 CUOTCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUOTCCI  PIC X(3).
           02  LBLMOTL    COMP  PIC  S9(4).
           02  LBLMOTF    PICTURE X.
           02  FILLER REDEFINES LBLMOTF.
             03 LBLMOTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMOTI  PIC X(8).
           02  MOTIVCCL    COMP  PIC  S9(4).
           02  MOTIVCCF    PICTURE X.
           02  FILLER REDEFINES MOTIVCCF.
             03 MOTIVCCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIVCCI  PIC X(2).
           02  LBLNOTL    COMP  PIC  S9(4).
           02  LBLNOTF    PICTURE X.
           02  FILLER REDEFINES LBLNOTF.
             03 LBLNOTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLNOTI  PIC X(6).
           02  NOTACCL    COMP  PIC  S9(4).
           02  NOTACCF    PICTURE X.
           02  FILLER REDEFINES NOTACCF.
             03 NOTACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTACCI  PIC X(40).
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
       01  BKMAPCCO REDEFINES BKMAPCCI.
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
           02  COLHDRC    PICTURE X.
           02  COLHDRH    PICTURE X.
           02  COLHDRO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  COLLIN1C    PICTURE X.
           02  COLLIN1H    PICTURE X.
           02  COLLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  COLLIN2C    PICTURE X.
           02  COLLIN2H    PICTURE X.
           02  COLLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  COLLIN3C    PICTURE X.
           02  COLLIN3H    PICTURE X.
           02  COLLIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  COLLIN4C    PICTURE X.
           02  COLLIN4H    PICTURE X.
           02  COLLIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLSOLC    PICTURE X.
           02  LBLSOLH    PICTURE X.
           02  LBLSOLO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDSOLCCC    PICTURE X.
           02  IDSOLCCH    PICTURE X.
           02  IDSOLCCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLACCC    PICTURE X.
           02  LBLACCH    PICTURE X.
           02  LBLACCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ACCIOCCC    PICTURE X.
           02  ACCIOCCH    PICTURE X.
           02  ACCIOCCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  MONTOCCC    PICTURE X.
           02  MONTOCCH    PICTURE X.
           02  MONTOCCO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLCUOC    PICTURE X.
           02  LBLCUOH    PICTURE X.
           02  LBLCUOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUOTCCC    PICTURE X.
           02  CUOTCCH    PICTURE X.
           02  CUOTCCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLMOTC    PICTURE X.
           02  LBLMOTH    PICTURE X.
           02  LBLMOTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOTIVCCC    PICTURE X.
           02  MOTIVCCH    PICTURE X.
           02  MOTIVCCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LBLNOTC    PICTURE X.
           02  LBLNOTH    PICTURE X.
           02  LBLNOTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOTACCC    PICTURE X.
           02  NOTACCH    PICTURE X.
           02  NOTACCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
