       01  BKMAPQDI.
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
           02  IDQDL    COMP  PIC  S9(4).
           02  IDQDF    PICTURE X.
           02  FILLER REDEFINES IDQDF.
             03 IDQDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDQDI  PIC X(9).
           02  MONTQDL    COMP  PIC  S9(4).
           02  MONTQDF    PICTURE X.
           02  FILLER REDEFINES MONTQDF.
             03 MONTQDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTQDI  PIC X(12).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFRMI  PIC X(70).
           02  QDLIN1L    COMP  PIC  S9(4).
           02  QDLIN1F    PICTURE X.
           02  FILLER REDEFINES QDLIN1F.
             03 QDLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QDLIN1I  PIC X(75).
           02  QDLIN2L    COMP  PIC  S9(4).
           02  QDLIN2F    PICTURE X.
           02  FILLER REDEFINES QDLIN2F.
             03 QDLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QDLIN2I  PIC X(75).
           02  QDLIN3L    COMP  PIC  S9(4).
           02  QDLIN3F    PICTURE X.
           02  FILLER REDEFINES QDLIN3F.
             03 QDLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QDLIN3I  PIC X(75).
           02  QDLIN4L    COMP  PIC  S9(4).
           02  QDLIN4F    PICTURE X.
           02  FILLER REDEFINES QDLIN4F.
             03 QDLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QDLIN4I  PIC X(75).
           02  QDLIN5L    COMP  PIC  S9(4).
           02  QDLIN5F    PICTURE X.
           02  FILLER REDEFINES QDLIN5F.
             03 QDLIN5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QDLIN5I  PIC X(75).
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
       01  BKMAPQDO REDEFINES BKMAPQDI.
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
           02  IDQDC    PICTURE X.
           02  IDQDH    PICTURE X.
           02  IDQDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MONTQDC    PICTURE X.
           02  MONTQDH    PICTURE X.
           02  MONTQDO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  QDLIN1C    PICTURE X.
           02  QDLIN1H    PICTURE X.
           02  QDLIN1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QDLIN2C    PICTURE X.
           02  QDLIN2H    PICTURE X.
           02  QDLIN2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QDLIN3C    PICTURE X.
           02  QDLIN3H    PICTURE X.
           02  QDLIN3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QDLIN4C    PICTURE X.
           02  QDLIN4H    PICTURE X.
           02  QDLIN4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  QDLIN5C    PICTURE X.
           02  QDLIN5H    PICTURE X.
           02  QDLIN5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
