       01  BKMAPTYI.
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
           02  PRODTYL    COMP  PIC  S9(4).
           02  PRODTYF    PICTURE X.
           02  FILLER REDEFINES PRODTYF.
             03 PRODTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRODTYI  PIC X(1).
           02  DPRODTYL    COMP  PIC  S9(4).
           02  DPRODTYF    PICTURE X.
           02  FILLER REDEFINES DPRODTYF.
             03 DPRODTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DPRODTYI  PIC X(20).
           02  CANTYL    COMP  PIC  S9(4).
           02  CANTYF    PICTURE X.
           02  FILLER REDEFINES CANTYF.
             03 CANTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANTYI  PIC X(1).
           02  DCANTYL    COMP  PIC  S9(4).
           02  DCANTYF    PICTURE X.
           02  FILLER REDEFINES DCANTYF.
             03 DCANTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DCANTYI  PIC X(12).
           02  VERTYL    COMP  PIC  S9(4).
           02  VERTYF    PICTURE X.
           02  FILLER REDEFINES VERTYF.
             03 VERTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VERTYI  PIC X(4).
           02  VIGTYL    COMP  PIC  S9(4).
           02  VIGTYF    PICTURE X.
           02  FILLER REDEFINES VIGTYF.
             03 VIGTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VIGTYI  PIC X(10).
           02  TITTYL    COMP  PIC  S9(4).
           02  TITTYF    PICTURE X.
           02  FILLER REDEFINES TITTYF.
             03 TITTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITTYI  PIC X(40).
           02  TX1TYL    COMP  PIC  S9(4).
           02  TX1TYF    PICTURE X.
           02  FILLER REDEFINES TX1TYF.
             03 TX1TYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TX1TYI  PIC X(70).
           02  TX2TYL    COMP  PIC  S9(4).
           02  TX2TYF    PICTURE X.
           02  FILLER REDEFINES TX2TYF.
             03 TX2TYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TX2TYI  PIC X(70).
           02  TX3TYL    COMP  PIC  S9(4).
           02  TX3TYF    PICTURE X.
           02  FILLER REDEFINES TX3TYF.
             03 TX3TYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TX3TYI  PIC X(70).
           02  TX4TYL    COMP  PIC  S9(4).
           02  TX4TYF    PICTURE X.
           02  FILLER REDEFINES TX4TYF.
             03 TX4TYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TX4TYI  PIC X(70).
           02  DOCTYL    COMP  PIC  S9(4).
           02  DOCTYF    PICTURE X.
           02  FILLER REDEFINES DOCTYF.
             03 DOCTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCTYI  PIC X(20).
           02  PENDTYL    COMP  PIC  S9(4).
           02  PENDTYF    PICTURE X.
           02  FILLER REDEFINES PENDTYF.
             03 PENDTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PENDTYI  PIC X(9).
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
       01  BKMAPTYO REDEFINES BKMAPTYI.
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
           02  PRODTYC    PICTURE X.
           02  PRODTYH    PICTURE X.
           02  PRODTYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DPRODTYC    PICTURE X.
           02  DPRODTYH    PICTURE X.
           02  DPRODTYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CANTYC    PICTURE X.
           02  CANTYH    PICTURE X.
           02  CANTYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DCANTYC    PICTURE X.
           02  DCANTYH    PICTURE X.
           02  DCANTYO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  VERTYC    PICTURE X.
           02  VERTYH    PICTURE X.
           02  VERTYO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  VIGTYC    PICTURE X.
           02  VIGTYH    PICTURE X.
           02  VIGTYO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TITTYC    PICTURE X.
           02  TITTYH    PICTURE X.
           02  TITTYO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  TX1TYC    PICTURE X.
           02  TX1TYH    PICTURE X.
           02  TX1TYO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  TX2TYC    PICTURE X.
           02  TX2TYH    PICTURE X.
           02  TX2TYO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  TX3TYC    PICTURE X.
           02  TX3TYH    PICTURE X.
           02  TX3TYO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  TX4TYC    PICTURE X.
           02  TX4TYH    PICTURE X.
           02  TX4TYO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOCTYC    PICTURE X.
           02  DOCTYH    PICTURE X.
           02  DOCTYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PENDTYC    PICTURE X.
           02  PENDTYH    PICTURE X.
           02  PENDTYO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
