       01  BKMAPWII.
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
           02  CUENINL    COMP  PIC  S9(4).
           02  CUENINF    PICTURE X.
           02  FILLER REDEFINES CUENINF.
             03 CUENINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENINI  PIC X(10).
           02  MONEINL    COMP  PIC  S9(4).
           02  MONEINF    PICTURE X.
           02  FILLER REDEFINES MONEINF.
             03 MONEINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONEINI  PIC X(3).
           02  MONTINL    COMP  PIC  S9(4).
           02  MONTINF    PICTURE X.
           02  FILLER REDEFINES MONTINF.
             03 MONTINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTINI  PIC X(12).
           02  GASTINL    COMP  PIC  S9(4).
           02  GASTINF    PICTURE X.
           02  FILLER REDEFINES GASTINF.
             03 GASTINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GASTINI  PIC X(3).
           02  BNOMINL    COMP  PIC  S9(4).
           02  BNOMINF    PICTURE X.
           02  FILLER REDEFINES BNOMINF.
             03 BNOMINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BNOMINI  PIC X(35).
           02  BDIRINL    COMP  PIC  S9(4).
           02  BDIRINF    PICTURE X.
           02  FILLER REDEFINES BDIRINF.
             03 BDIRINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BDIRINI  PIC X(35).
           02  BCTAINL    COMP  PIC  S9(4).
           02  BCTAINF    PICTURE X.
           02  FILLER REDEFINES BCTAINF.
             03 BCTAINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BCTAINI  PIC X(34).
           02  BICBINL    COMP  PIC  S9(4).
           02  BICBINF    PICTURE X.
           02  FILLER REDEFINES BICBINF.
             03 BICBINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BICBINI  PIC X(11).
           02  BICCINL    COMP  PIC  S9(4).
           02  BICCINF    PICTURE X.
           02  FILLER REDEFINES BICCINF.
             03 BICCINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BICCINI  PIC X(11).
           02  REMEINL    COMP  PIC  S9(4).
           02  REMEINF    PICTURE X.
           02  FILLER REDEFINES REMEINF.
             03 REMEINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REMEINI  PIC X(35).
           02  DETIN1L    COMP  PIC  S9(4).
           02  DETIN1F    PICTURE X.
           02  FILLER REDEFINES DETIN1F.
             03 DETIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DETIN1I  PIC X(75).
           02  DETIN2L    COMP  PIC  S9(4).
           02  DETIN2F    PICTURE X.
           02  FILLER REDEFINES DETIN2F.
             03 DETIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DETIN2I  PIC X(75).
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
       01  BKMAPWIO REDEFINES BKMAPWII.
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
           02  CUENINC    PICTURE X.
           02  CUENINH    PICTURE X.
           02  CUENINO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MONEINC    PICTURE X.
           02  MONEINH    PICTURE X.
           02  MONEINO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MONTINC    PICTURE X.
           02  MONTINH    PICTURE X.
           02  MONTINO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  GASTINC    PICTURE X.
           02  GASTINH    PICTURE X.
           02  GASTINO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  BNOMINC    PICTURE X.
           02  BNOMINH    PICTURE X.
           02  BNOMINO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  BDIRINC    PICTURE X.
           02  BDIRINH    PICTURE X.
           02  BDIRINO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  BCTAINC    PICTURE X.
           02  BCTAINH    PICTURE X.
           02  BCTAINO  PIC X(34).
           02  FILLER PICTURE X(3).
           02  BICBINC    PICTURE X.
           02  BICBINH    PICTURE X.
           02  BICBINO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  BICCINC    PICTURE X.
           02  BICCINH    PICTURE X.
           02  BICCINO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  REMEINC    PICTURE X.
           02  REMEINH    PICTURE X.
           02  REMEINO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  DETIN1C    PICTURE X.
           02  DETIN1H    PICTURE X.
           02  DETIN1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  DETIN2C    PICTURE X.
           02  DETIN2H    PICTURE X.
           02  DETIN2O  PIC X(75).
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
