       01  BKMAPEHI.
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
           02  IDHEL    COMP  PIC  S9(4).
           02  IDHEF    PICTURE X.
           02  FILLER REDEFINES IDHEF.
             03 IDHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDHEI  PIC X(9).
           02  TIPOHEL    COMP  PIC  S9(4).
           02  TIPOHEF    PICTURE X.
           02  FILLER REDEFINES TIPOHEF.
             03 TIPOHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPOHEI  PIC X(40).
           02  EMPLHEL    COMP  PIC  S9(4).
           02  EMPLHEF    PICTURE X.
           02  FILLER REDEFINES EMPLHEF.
             03 EMPLHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPLHEI  PIC X(8).
           02  CLIEHEL    COMP  PIC  S9(4).
           02  CLIEHEF    PICTURE X.
           02  FILLER REDEFINES CLIEHEF.
             03 CLIEHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIEHEI  PIC X(8).
           02  CTAHEL    COMP  PIC  S9(4).
           02  CTAHEF    PICTURE X.
           02  FILLER REDEFINES CTAHEF.
             03 CTAHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTAHEI  PIC X(10).
           02  REFHEL    COMP  PIC  S9(4).
           02  REFHEF    PICTURE X.
           02  FILLER REDEFINES REFHEF.
             03 REFHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REFHEI  PIC X(30).
           02  MONTOHEL    COMP  PIC  S9(4).
           02  MONTOHEF    PICTURE X.
           02  FILLER REDEFINES MONTOHEF.
             03 MONTOHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOHEI  PIC X(16).
           02  DETHEL    COMP  PIC  S9(4).
           02  DETHEF    PICTURE X.
           02  FILLER REDEFINES DETHEF.
             03 DETHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DETHEI  PIC X(40).
           02  FECHEL    COMP  PIC  S9(4).
           02  FECHEF    PICTURE X.
           02  FILLER REDEFINES FECHEF.
             03 FECHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECHEI  PIC X(10).
           02  NOTAHEL    COMP  PIC  S9(4).
           02  NOTAHEF    PICTURE X.
           02  FILLER REDEFINES NOTAHEF.
             03 NOTAHEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTAHEI  PIC X(60).
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
       01  BKMAPEHO REDEFINES BKMAPEHI.
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
           02  IDHEC    PICTURE X.
           02  IDHEH    PICTURE X.
           02  IDHEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TIPOHEC    PICTURE X.
           02  TIPOHEH    PICTURE X.
           02  TIPOHEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EMPLHEC    PICTURE X.
           02  EMPLHEH    PICTURE X.
           02  EMPLHEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLIEHEC    PICTURE X.
           02  CLIEHEH    PICTURE X.
           02  CLIEHEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CTAHEC    PICTURE X.
           02  CTAHEH    PICTURE X.
           02  CTAHEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  REFHEC    PICTURE X.
           02  REFHEH    PICTURE X.
           02  REFHEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MONTOHEC    PICTURE X.
           02  MONTOHEH    PICTURE X.
           02  MONTOHEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  DETHEC    PICTURE X.
           02  DETHEH    PICTURE X.
           02  DETHEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  FECHEC    PICTURE X.
           02  FECHEH    PICTURE X.
           02  FECHEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NOTAHEC    PICTURE X.
           02  NOTAHEH    PICTURE X.
           02  NOTAHEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
