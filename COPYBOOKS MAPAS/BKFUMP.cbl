       01  BKMAPFUI.
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
           02  IDPARL    COMP  PIC  S9(4).
           02  IDPARF    PICTURE X.
           02  FILLER REDEFINES IDPARF.
             03 IDPARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDPARI  PIC X(9).
           02  PUNTAJEL    COMP  PIC  S9(4).
           02  PUNTAJEF    PICTURE X.
           02  FILLER REDEFINES PUNTAJEF.
             03 PUNTAJEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PUNTAJEI  PIC X(5).
           02  COINCL    COMP  PIC  S9(4).
           02  COINCF    PICTURE X.
           02  FILLER REDEFINES COINCF.
             03 COINCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COINCI  PIC X(40).
           02  ESTPARL    COMP  PIC  S9(4).
           02  ESTPARF    PICTURE X.
           02  FILLER REDEFINES ESTPARF.
             03 ESTPARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ESTPARI  PIC X(60).
           02  CLIAL    COMP  PIC  S9(4).
           02  CLIAF    PICTURE X.
           02  FILLER REDEFINES CLIAF.
             03 CLIAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIAI  PIC X(79).
           02  DOCAL    COMP  PIC  S9(4).
           02  DOCAF    PICTURE X.
           02  FILLER REDEFINES DOCAF.
             03 DOCAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCAI  PIC X(79).
           02  CLIBL    COMP  PIC  S9(4).
           02  CLIBF    PICTURE X.
           02  FILLER REDEFINES CLIBF.
             03 CLIBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIBI  PIC X(79).
           02  DOCBL    COMP  PIC  S9(4).
           02  DOCBF    PICTURE X.
           02  FILLER REDEFINES DOCBF.
             03 DOCBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCBI  PIC X(79).
           02  LBLSOBL    COMP  PIC  S9(4).
           02  LBLSOBF    PICTURE X.
           02  FILLER REDEFINES LBLSOBF.
             03 LBLSOBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSOBI  PIC X(20).
           02  SOBREVL    COMP  PIC  S9(4).
           02  SOBREVF    PICTURE X.
           02  FILLER REDEFINES SOBREVF.
             03 SOBREVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOBREVI  PIC X(8).
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
       01  BKMAPFUO REDEFINES BKMAPFUI.
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
           02  IDPARC    PICTURE X.
           02  IDPARH    PICTURE X.
           02  IDPARO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PUNTAJEC    PICTURE X.
           02  PUNTAJEH    PICTURE X.
           02  PUNTAJEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  COINCC    PICTURE X.
           02  COINCH    PICTURE X.
           02  COINCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ESTPARC    PICTURE X.
           02  ESTPARH    PICTURE X.
           02  ESTPARO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CLIAC    PICTURE X.
           02  CLIAH    PICTURE X.
           02  CLIAO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DOCAC    PICTURE X.
           02  DOCAH    PICTURE X.
           02  DOCAO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CLIBC    PICTURE X.
           02  CLIBH    PICTURE X.
           02  CLIBO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DOCBC    PICTURE X.
           02  DOCBH    PICTURE X.
           02  DOCBO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LBLSOBC    PICTURE X.
           02  LBLSOBH    PICTURE X.
           02  LBLSOBO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SOBREVC    PICTURE X.
           02  SOBREVH    PICTURE X.
           02  SOBREVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
