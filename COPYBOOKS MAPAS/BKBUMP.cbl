       01  BKMAPBUI.
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
           02  CBUL    COMP  PIC  S9(4).
           02  CBUF    PICTURE X.
           02  FILLER REDEFINES CBUF.
             03 CBUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CBUI  PIC X(22).
           02  USRRESL    COMP  PIC  S9(4).
           02  USRRESF    PICTURE X.
           02  FILLER REDEFINES USRRESF.
             03 USRRESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USRRESI  PIC X(8).
           02  CUENTARL    COMP  PIC  S9(4).
           02  CUENTARF    PICTURE X.
           02  FILLER REDEFINES CUENTARF.
             03 CUENTARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTARI  PIC X(10).
           02  NOMBRERL    COMP  PIC  S9(4).
           02  NOMBRERF    PICTURE X.
           02  FILLER REDEFINES NOMBRERF.
             03 NOMBRERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMBRERI  PIC X(20).
           02  TIPOCTRL    COMP  PIC  S9(4).
           02  TIPOCTRF    PICTURE X.
           02  FILLER REDEFINES TIPOCTRF.
             03 TIPOCTRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPOCTRI  PIC X(1).
           02  MONEDARL    COMP  PIC  S9(4).
           02  MONEDARF    PICTURE X.
           02  FILLER REDEFINES MONEDARF.
             03 MONEDARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONEDARI  PIC X(3).
           02  ESTADORL    COMP  PIC  S9(4).
           02  ESTADORF    PICTURE X.
           02  FILLER REDEFINES ESTADORF.
             03 ESTADORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ESTADORI  PIC X(1).
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
       01  BKMAPBUO REDEFINES BKMAPBUI.
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
           02  CBUC    PICTURE X.
           02  CBUH    PICTURE X.
           02  CBUO  PIC X(22).
           02  FILLER PICTURE X(3).
           02  USRRESC    PICTURE X.
           02  USRRESH    PICTURE X.
           02  USRRESO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUENTARC    PICTURE X.
           02  CUENTARH    PICTURE X.
           02  CUENTARO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NOMBRERC    PICTURE X.
           02  NOMBRERH    PICTURE X.
           02  NOMBRERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TIPOCTRC    PICTURE X.
           02  TIPOCTRH    PICTURE X.
           02  TIPOCTRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MONEDARC    PICTURE X.
           02  MONEDARH    PICTURE X.
           02  MONEDARO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ESTADORC    PICTURE X.
           02  ESTADORH    PICTURE X.
           02  ESTADORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
