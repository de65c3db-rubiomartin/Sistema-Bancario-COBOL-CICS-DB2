       01  BKMAPSEI.
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
           02  SOLHDRL    COMP  PIC  S9(4).
           02  SOLHDRF    PICTURE X.
           02  FILLER REDEFINES SOLHDRF.
             03 SOLHDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLHDRI  PIC X(70).
           02  SOLLIN1L    COMP  PIC  S9(4).
           02  SOLLIN1F    PICTURE X.
           02  FILLER REDEFINES SOLLIN1F.
             03 SOLLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLLIN1I  PIC X(70).
           02  SOLLIN2L    COMP  PIC  S9(4).
           02  SOLLIN2F    PICTURE X.
           02  FILLER REDEFINES SOLLIN2F.
             03 SOLLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLLIN2I  PIC X(70).
           02  SOLLIN3L    COMP  PIC  S9(4).
           02  SOLLIN3F    PICTURE X.
           02  FILLER REDEFINES SOLLIN3F.
             03 SOLLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLLIN3I  PIC X(70).
           02  SOLLIN4L    COMP  PIC  S9(4).
           02  SOLLIN4F    PICTURE X.
           02  FILLER REDEFINES SOLLIN4F.
             03 SOLLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLLIN4I  PIC X(70).
           02  LBLCLIL    COMP  PIC  S9(4).
           02  LBLCLIF    PICTURE X.
           02  FILLER REDEFINES LBLCLIF.
             03 LBLCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCLII  PIC X(14).
           02  CLIENSEL    COMP  PIC  S9(4).
           02  CLIENSEF    PICTURE X.
           02  FILLER REDEFINES CLIENSEF.
             03 CLIENSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIENSEI  PIC X(8).
           02  NOMCLIL    COMP  PIC  S9(4).
           02  NOMCLIF    PICTURE X.
           02  FILLER REDEFINES NOMCLIF.
             03 NOMCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMCLII  PIC X(20).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(8).
           02  CUENTSEL    COMP  PIC  S9(4).
           02  CUENTSEF    PICTURE X.
           02  FILLER REDEFINES CUENTSEF.
             03 CUENTSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTSEI  PIC X(10).
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(7).
           02  MONTOSEL    COMP  PIC  S9(4).
           02  MONTOSEF    PICTURE X.
           02  FILLER REDEFINES MONTOSEF.
             03 MONTOSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOSEI  PIC X(12).
           02  LBLCUOL    COMP  PIC  S9(4).
           02  LBLCUOF    PICTURE X.
           02  FILLER REDEFINES LBLCUOF.
             03 LBLCUOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCUOI  PIC X(8).
           02  CUOTSEL    COMP  PIC  S9(4).
           02  CUOTSEF    PICTURE X.
           02  FILLER REDEFINES CUOTSEF.
             03 CUOTSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUOTSEI  PIC X(3).
           02  LBLUNIL    COMP  PIC  S9(4).
           02  LBLUNIF    PICTURE X.
           02  FILLER REDEFINES LBLUNIF.
             03 LBLUNIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLUNII  PIC X(8).
           02  UNIDSEL    COMP  PIC  S9(4).
           02  UNIDSEF    PICTURE X.
           02  FILLER REDEFINES UNIDSEF.
             03 UNIDSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  UNIDSEI  PIC X(3).
           02  LBLBURL    COMP  PIC  S9(4).
           02  LBLBURF    PICTURE X.
           02  FILLER REDEFINES LBLBURF.
             03 LBLBURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLBURI  PIC X(7).
           02  BUROSEL    COMP  PIC  S9(4).
           02  BUROSEF    PICTURE X.
           02  FILLER REDEFINES BUROSEF.
             03 BUROSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BUROSEI  PIC X(1).
           02  LBLDOCL    COMP  PIC  S9(4).
           02  LBLDOCF    PICTURE X.
           02  FILLER REDEFINES LBLDOCF.
             03 LBLDOCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDOCI  PIC X(17).
           02  DOCIDSEL    COMP  PIC  S9(4).
           02  DOCIDSEF    PICTURE X.
           02  FILLER REDEFINES DOCIDSEF.
             03 DOCIDSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCIDSEI  PIC X(1).
           02  DOCINSEL    COMP  PIC  S9(4).
           02  DOCINSEF    PICTURE X.
           02  FILLER REDEFINES DOCINSEF.
             03 DOCINSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCINSEI  PIC X(1).
           02  DOCDOSEL    COMP  PIC  S9(4).
           02  DOCDOSEF    PICTURE X.
           02  FILLER REDEFINES DOCDOSEF.
             03 DOCDOSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCDOSEI  PIC X(1).
           02  LBLSOLL    COMP  PIC  S9(4).
           02  LBLSOLF    PICTURE X.
           02  FILLER REDEFINES LBLSOLF.
             03 LBLSOLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSOLI  PIC X(18).
           02  SOLDOSEL    COMP  PIC  S9(4).
           02  SOLDOSEF    PICTURE X.
           02  FILLER REDEFINES SOLDOSEF.
             03 SOLDOSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLDOSEI  PIC X(8).
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
       01  BKMAPSEO REDEFINES BKMAPSEI.
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
           02  SOLHDRC    PICTURE X.
           02  SOLHDRH    PICTURE X.
           02  SOLHDRO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SOLLIN1C    PICTURE X.
           02  SOLLIN1H    PICTURE X.
           02  SOLLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SOLLIN2C    PICTURE X.
           02  SOLLIN2H    PICTURE X.
           02  SOLLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SOLLIN3C    PICTURE X.
           02  SOLLIN3H    PICTURE X.
           02  SOLLIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SOLLIN4C    PICTURE X.
           02  SOLLIN4H    PICTURE X.
           02  SOLLIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCLIC    PICTURE X.
           02  LBLCLIH    PICTURE X.
           02  LBLCLIO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  CLIENSEC    PICTURE X.
           02  CLIENSEH    PICTURE X.
           02  CLIENSEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMCLIC    PICTURE X.
           02  NOMCLIH    PICTURE X.
           02  NOMCLIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUENTSEC    PICTURE X.
           02  CUENTSEH    PICTURE X.
           02  CUENTSEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MONTOSEC    PICTURE X.
           02  MONTOSEH    PICTURE X.
           02  MONTOSEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLCUOC    PICTURE X.
           02  LBLCUOH    PICTURE X.
           02  LBLCUOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUOTSEC    PICTURE X.
           02  CUOTSEH    PICTURE X.
           02  CUOTSEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLUNIC    PICTURE X.
           02  LBLUNIH    PICTURE X.
           02  LBLUNIO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  UNIDSEC    PICTURE X.
           02  UNIDSEH    PICTURE X.
           02  UNIDSEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLBURC    PICTURE X.
           02  LBLBURH    PICTURE X.
           02  LBLBURO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  BUROSEC    PICTURE X.
           02  BUROSEH    PICTURE X.
           02  BUROSEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLDOCC    PICTURE X.
           02  LBLDOCH    PICTURE X.
           02  LBLDOCO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  DOCIDSEC    PICTURE X.
           02  DOCIDSEH    PICTURE X.
           02  DOCIDSEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DOCINSEC    PICTURE X.
           02  DOCINSEH    PICTURE X.
           02  DOCINSEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DOCDOSEC    PICTURE X.
           02  DOCDOSEH    PICTURE X.
           02  DOCDOSEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLSOLC    PICTURE X.
           02  LBLSOLH    PICTURE X.
           02  LBLSOLO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  SOLDOSEC    PICTURE X.
           02  SOLDOSEH    PICTURE X.
           02  SOLDOSEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
