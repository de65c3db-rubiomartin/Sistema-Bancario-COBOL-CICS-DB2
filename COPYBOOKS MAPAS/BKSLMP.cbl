       01  BKMAPSLI.
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
           02  PAGSLL    COMP  PIC  S9(4).
           02  PAGSLF    PICTURE X.
           02  FILLER REDEFINES PAGSLF.
             03 PAGSLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAGSLI  PIC X(8).
           02  MONTSLL    COMP  PIC  S9(4).
           02  MONTSLF    PICTURE X.
           02  FILLER REDEFINES MONTSLF.
             03 MONTSLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTSLI  PIC X(12).
           02  CONCSLL    COMP  PIC  S9(4).
           02  CONCSLF    PICTURE X.
           02  FILLER REDEFINES CONCSLF.
             03 CONCSLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONCSLI  PIC X(30).
           02  VENCSLL    COMP  PIC  S9(4).
           02  VENCSLF    PICTURE X.
           02  FILLER REDEFINES VENCSLF.
             03 VENCSLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VENCSLI  PIC X(10).
           02  IDSLL    COMP  PIC  S9(4).
           02  IDSLF    PICTURE X.
           02  FILLER REDEFINES IDSLF.
             03 IDSLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDSLI  PIC X(9).
           02  SLLIN1L    COMP  PIC  S9(4).
           02  SLLIN1F    PICTURE X.
           02  FILLER REDEFINES SLLIN1F.
             03 SLLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SLLIN1I  PIC X(75).
           02  SLLIN2L    COMP  PIC  S9(4).
           02  SLLIN2F    PICTURE X.
           02  FILLER REDEFINES SLLIN2F.
             03 SLLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SLLIN2I  PIC X(75).
           02  SLLIN3L    COMP  PIC  S9(4).
           02  SLLIN3F    PICTURE X.
           02  FILLER REDEFINES SLLIN3F.
             03 SLLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SLLIN3I  PIC X(75).
           02  SLLIN4L    COMP  PIC  S9(4).
           02  SLLIN4F    PICTURE X.
           02  FILLER REDEFINES SLLIN4F.
             03 SLLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SLLIN4I  PIC X(75).
           02  SLLIN5L    COMP  PIC  S9(4).
           02  SLLIN5F    PICTURE X.
           02  FILLER REDEFINES SLLIN5F.
             03 SLLIN5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SLLIN5I  PIC X(75).
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
       01  BKMAPSLO REDEFINES BKMAPSLI.
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
           02  PAGSLC    PICTURE X.
           02  PAGSLH    PICTURE X.
           02  PAGSLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MONTSLC    PICTURE X.
           02  MONTSLH    PICTURE X.
           02  MONTSLO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CONCSLC    PICTURE X.
           02  CONCSLH    PICTURE X.
           02  CONCSLO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  VENCSLC    PICTURE X.
           02  VENCSLH    PICTURE X.
           02  VENCSLO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  IDSLC    PICTURE X.
           02  IDSLH    PICTURE X.
           02  IDSLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SLLIN1C    PICTURE X.
           02  SLLIN1H    PICTURE X.
           02  SLLIN1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  SLLIN2C    PICTURE X.
           02  SLLIN2H    PICTURE X.
           02  SLLIN2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  SLLIN3C    PICTURE X.
           02  SLLIN3H    PICTURE X.
           02  SLLIN3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  SLLIN4C    PICTURE X.
           02  SLLIN4H    PICTURE X.
           02  SLLIN4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  SLLIN5C    PICTURE X.
           02  SLLIN5H    PICTURE X.
           02  SLLIN5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
