       01  BKMAPDRI.
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
           02  USUDRL    COMP  PIC  S9(4).
           02  USUDRF    PICTURE X.
           02  FILLER REDEFINES USUDRF.
             03 USUDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USUDRI  PIC X(8).
           02  NOMCLIL    COMP  PIC  S9(4).
           02  NOMCLIF    PICTURE X.
           02  FILLER REDEFINES NOMCLIF.
             03 NOMCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMCLII  PIC X(60).
           02  CABDRL    COMP  PIC  S9(4).
           02  CABDRF    PICTURE X.
           02  FILLER REDEFINES CABDRF.
             03 CABDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CABDRI  PIC X(79).
           02  LINDR1L    COMP  PIC  S9(4).
           02  LINDR1F    PICTURE X.
           02  FILLER REDEFINES LINDR1F.
             03 LINDR1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINDR1I  PIC X(79).
           02  LINDR2L    COMP  PIC  S9(4).
           02  LINDR2F    PICTURE X.
           02  FILLER REDEFINES LINDR2F.
             03 LINDR2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINDR2I  PIC X(79).
           02  LINDR3L    COMP  PIC  S9(4).
           02  LINDR3F    PICTURE X.
           02  FILLER REDEFINES LINDR3F.
             03 LINDR3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINDR3I  PIC X(79).
           02  LINDR4L    COMP  PIC  S9(4).
           02  LINDR4F    PICTURE X.
           02  FILLER REDEFINES LINDR4F.
             03 LINDR4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINDR4I  PIC X(79).
           02  LINDR5L    COMP  PIC  S9(4).
           02  LINDR5F    PICTURE X.
           02  FILLER REDEFINES LINDR5F.
             03 LINDR5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINDR5I  PIC X(79).
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
       01  BKMAPDRO REDEFINES BKMAPDRI.
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
           02  USUDRC    PICTURE X.
           02  USUDRH    PICTURE X.
           02  USUDRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMCLIC    PICTURE X.
           02  NOMCLIH    PICTURE X.
           02  NOMCLIO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CABDRC    PICTURE X.
           02  CABDRH    PICTURE X.
           02  CABDRO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINDR1C    PICTURE X.
           02  LINDR1H    PICTURE X.
           02  LINDR1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINDR2C    PICTURE X.
           02  LINDR2H    PICTURE X.
           02  LINDR2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINDR3C    PICTURE X.
           02  LINDR3H    PICTURE X.
           02  LINDR3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINDR4C    PICTURE X.
           02  LINDR4H    PICTURE X.
           02  LINDR4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINDR5C    PICTURE X.
           02  LINDR5H    PICTURE X.
           02  LINDR5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
