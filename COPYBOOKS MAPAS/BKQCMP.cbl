       01  BKMAPQCI.
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
           02  CODQRL    COMP  PIC  S9(4).
           02  CODQRF    PICTURE X.
           02  FILLER REDEFINES CODQRF.
             03 CODQRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODQRI  PIC X(15).
           02  CUENQRL    COMP  PIC  S9(4).
           02  CUENQRF    PICTURE X.
           02  FILLER REDEFINES CUENQRF.
             03 CUENQRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENQRI  PIC X(10).
           02  MONTQRL    COMP  PIC  S9(4).
           02  MONTQRF    PICTURE X.
           02  FILLER REDEFINES MONTQRF.
             03 MONTQRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTQRI  PIC X(12).
           02  RAZQRL    COMP  PIC  S9(4).
           02  RAZQRF    PICTURE X.
           02  FILLER REDEFINES RAZQRF.
             03 RAZQRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAZQRI  PIC X(30).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFRMI  PIC X(70).
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
       01  BKMAPQCO REDEFINES BKMAPQCI.
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
           02  CODQRC    PICTURE X.
           02  CODQRH    PICTURE X.
           02  CODQRO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  CUENQRC    PICTURE X.
           02  CUENQRH    PICTURE X.
           02  CUENQRO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MONTQRC    PICTURE X.
           02  MONTQRH    PICTURE X.
           02  MONTQRO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RAZQRC    PICTURE X.
           02  RAZQRH    PICTURE X.
           02  RAZQRO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
