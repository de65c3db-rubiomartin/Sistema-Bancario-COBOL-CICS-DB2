       01  BKMAPIEI.
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
           02  USUARIOL    COMP  PIC  S9(4).
           02  USUARIOF    PICTURE X.
           02  FILLER REDEFINES USUARIOF.
             03 USUARIOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USUARIOI  PIC X(8).
           02  CUENTAL    COMP  PIC  S9(4).
           02  CUENTAF    PICTURE X.
           02  FILLER REDEFINES CUENTAF.
             03 CUENTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTAI  PIC X(10).
           02  MOTIVOL    COMP  PIC  S9(4).
           02  MOTIVOF    PICTURE X.
           02  FILLER REDEFINES MOTIVOF.
             03 MOTIVOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIVOI  PIC X(1).
           02  ALCANCEL    COMP  PIC  S9(4).
           02  ALCANCEF    PICTURE X.
           02  FILLER REDEFINES ALCANCEF.
             03 ALCANCEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ALCANCEI  PIC X(1).
           02  HASTAL    COMP  PIC  S9(4).
           02  HASTAF    PICTURE X.
           02  FILLER REDEFINES HASTAF.
             03 HASTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HASTAI  PIC X(10).
           02  ESTADORL    COMP  PIC  S9(4).
           02  ESTADORF    PICTURE X.
           02  FILLER REDEFINES ESTADORF.
             03 ESTADORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ESTADORI  PIC X(1).
           02  DESDERL    COMP  PIC  S9(4).
           02  DESDERF    PICTURE X.
           02  FILLER REDEFINES DESDERF.
             03 DESDERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESDERI  PIC X(10).
           02  ALTAPORL    COMP  PIC  S9(4).
           02  ALTAPORF    PICTURE X.
           02  FILLER REDEFINES ALTAPORF.
             03 ALTAPORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ALTAPORI  PIC X(8).
           02  CONDIVAL    COMP  PIC  S9(4).
           02  CONDIVAF    PICTURE X.
           02  FILLER REDEFINES CONDIVAF.
             03 CONDIVAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONDIVAI  PIC X(2).
           02  IDFISCL    COMP  PIC  S9(4).
           02  IDFISCF    PICTURE X.
           02  FILLER REDEFINES IDFISCF.
             03 IDFISCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDFISCI  PIC X(13).
           02  DESCIVAL    COMP  PIC  S9(4).
           02  DESCIVAF    PICTURE X.
           02  FILLER REDEFINES DESCIVAF.
             03 DESCIVAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESCIVAI  PIC X(20).
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
       01  BKMAPIEO REDEFINES BKMAPIEI.
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
           02  USUARIOC    PICTURE X.
           02  USUARIOH    PICTURE X.
           02  USUARIOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUENTAC    PICTURE X.
           02  CUENTAH    PICTURE X.
           02  CUENTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MOTIVOC    PICTURE X.
           02  MOTIVOH    PICTURE X.
           02  MOTIVOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALCANCEC    PICTURE X.
           02  ALCANCEH    PICTURE X.
           02  ALCANCEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HASTAC    PICTURE X.
           02  HASTAH    PICTURE X.
           02  HASTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ESTADORC    PICTURE X.
           02  ESTADORH    PICTURE X.
           02  ESTADORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DESDERC    PICTURE X.
           02  DESDERH    PICTURE X.
           02  DESDERO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ALTAPORC    PICTURE X.
           02  ALTAPORH    PICTURE X.
           02  ALTAPORO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CONDIVAC    PICTURE X.
           02  CONDIVAH    PICTURE X.
           02  CONDIVAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  IDFISCC    PICTURE X.
           02  IDFISCH    PICTURE X.
           02  IDFISCO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  DESCIVAC    PICTURE X.
           02  DESCIVAH    PICTURE X.
           02  DESCIVAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
