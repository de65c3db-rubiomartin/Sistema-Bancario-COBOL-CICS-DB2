       01  BKMAPAXI.
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
           02  LBLATML    COMP  PIC  S9(4).
           02  LBLATMF    PICTURE X.
           02  FILLER REDEFINES LBLATMF.
             03 LBLATMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLATMI  PIC X(20).
           02  ATMIDL    COMP  PIC  S9(4).
           02  ATMIDF    PICTURE X.
           02  FILLER REDEFINES ATMIDF.
             03 ATMIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ATMIDI  PIC X(8).
           02  LBLOPERL    COMP  PIC  S9(4).
           02  LBLOPERF    PICTURE X.
           02  FILLER REDEFINES LBLOPERF.
             03 LBLOPERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLOPERI  PIC X(20).
           02  OPERL    COMP  PIC  S9(4).
           02  OPERF    PICTURE X.
           02  FILLER REDEFINES OPERF.
             03 OPERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPERI  PIC X(1).
           02  LBLDENL    COMP  PIC  S9(4).
           02  LBLDENF    PICTURE X.
           02  FILLER REDEFINES LBLDENF.
             03 LBLDENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDENI  PIC X(20).
           02  DENOML    COMP  PIC  S9(4).
           02  DENOMF    PICTURE X.
           02  FILLER REDEFINES DENOMF.
             03 DENOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DENOMI  PIC X(6).
           02  LBLCANTL    COMP  PIC  S9(4).
           02  LBLCANTF    PICTURE X.
           02  FILLER REDEFINES LBLCANTF.
             03 LBLCANTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCANTI  PIC X(20).
           02  CANTL    COMP  PIC  S9(4).
           02  CANTF    PICTURE X.
           02  FILLER REDEFINES CANTF.
             03 CANTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANTI  PIC X(5).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO1I  PIC X(70).
           02  INFO2L    COMP  PIC  S9(4).
           02  INFO2F    PICTURE X.
           02  FILLER REDEFINES INFO2F.
             03 INFO2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO2I  PIC X(70).
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
       01  BKMAPAXO REDEFINES BKMAPAXI.
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
           02  LBLATMC    PICTURE X.
           02  LBLATMH    PICTURE X.
           02  LBLATMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ATMIDC    PICTURE X.
           02  ATMIDH    PICTURE X.
           02  ATMIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLOPERC    PICTURE X.
           02  LBLOPERH    PICTURE X.
           02  LBLOPERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  OPERC    PICTURE X.
           02  OPERH    PICTURE X.
           02  OPERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLDENC    PICTURE X.
           02  LBLDENH    PICTURE X.
           02  LBLDENO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DENOMC    PICTURE X.
           02  DENOMH    PICTURE X.
           02  DENOMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LBLCANTC    PICTURE X.
           02  LBLCANTH    PICTURE X.
           02  LBLCANTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CANTC    PICTURE X.
           02  CANTH    PICTURE X.
           02  CANTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INFO2C    PICTURE X.
           02  INFO2H    PICTURE X.
           02  INFO2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
