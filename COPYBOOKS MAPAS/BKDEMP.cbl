       01  BKMAPDEI.
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
           02  INFODEL    COMP  PIC  S9(4).
           02  INFODEF    PICTURE X.
           02  FILLER REDEFINES INFODEF.
             03 INFODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFODEI  PIC X(70).
           02  LBLACRL    COMP  PIC  S9(4).
           02  LBLACRF    PICTURE X.
           02  FILLER REDEFINES LBLACRF.
             03 LBLACRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLACRI  PIC X(20).
           02  ACRDEL    COMP  PIC  S9(4).
           02  ACRDEF    PICTURE X.
           02  FILLER REDEFINES ACRDEF.
             03 ACRDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACRDEI  PIC X(8).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(20).
           02  CTADEL    COMP  PIC  S9(4).
           02  CTADEF    PICTURE X.
           02  FILLER REDEFINES CTADEF.
             03 CTADEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTADEI  PIC X(10).
           02  LBLREFL    COMP  PIC  S9(4).
           02  LBLREFF    PICTURE X.
           02  FILLER REDEFINES LBLREFF.
             03 LBLREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLREFI  PIC X(20).
           02  REFDEL    COMP  PIC  S9(4).
           02  REFDEF    PICTURE X.
           02  FILLER REDEFINES REFDEF.
             03 REFDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REFDEI  PIC X(16).
           02  LBLNOML    COMP  PIC  S9(4).
           02  LBLNOMF    PICTURE X.
           02  FILLER REDEFINES LBLNOMF.
             03 LBLNOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLNOMI  PIC X(20).
           02  NOMDEL    COMP  PIC  S9(4).
           02  NOMDEF    PICTURE X.
           02  FILLER REDEFINES NOMDEF.
             03 NOMDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMDEI  PIC X(30).
           02  LBLCBUL    COMP  PIC  S9(4).
           02  LBLCBUF    PICTURE X.
           02  FILLER REDEFINES LBLCBUF.
             03 LBLCBUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCBUI  PIC X(20).
           02  CBUDEL    COMP  PIC  S9(4).
           02  CBUDEF    PICTURE X.
           02  FILLER REDEFINES CBUDEF.
             03 CBUDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CBUDEI  PIC X(22).
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(20).
           02  MONDEL    COMP  PIC  S9(4).
           02  MONDEF    PICTURE X.
           02  FILLER REDEFINES MONDEF.
             03 MONDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONDEI  PIC X(12).
           02  LBLNROL    COMP  PIC  S9(4).
           02  LBLNROF    PICTURE X.
           02  FILLER REDEFINES LBLNROF.
             03 LBLNROA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLNROI  PIC X(20).
           02  NRODEL    COMP  PIC  S9(4).
           02  NRODEF    PICTURE X.
           02  FILLER REDEFINES NRODEF.
             03 NRODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NRODEI  PIC X(9).
           02  DEU1L    COMP  PIC  S9(4).
           02  DEU1F    PICTURE X.
           02  FILLER REDEFINES DEU1F.
             03 DEU1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEU1I  PIC X(78).
           02  DEU2L    COMP  PIC  S9(4).
           02  DEU2F    PICTURE X.
           02  FILLER REDEFINES DEU2F.
             03 DEU2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEU2I  PIC X(78).
           02  DEU3L    COMP  PIC  S9(4).
           02  DEU3F    PICTURE X.
           02  FILLER REDEFINES DEU3F.
             03 DEU3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEU3I  PIC X(78).
           02  DEU4L    COMP  PIC  S9(4).
           02  DEU4F    PICTURE X.
           02  FILLER REDEFINES DEU4F.
             03 DEU4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEU4I  PIC X(78).
           02  DEU5L    COMP  PIC  S9(4).
           02  DEU5F    PICTURE X.
           02  FILLER REDEFINES DEU5F.
             03 DEU5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEU5I  PIC X(78).
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
       01  BKMAPDEO REDEFINES BKMAPDEI.
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
           02  INFODEC    PICTURE X.
           02  INFODEH    PICTURE X.
           02  INFODEO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLACRC    PICTURE X.
           02  LBLACRH    PICTURE X.
           02  LBLACRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACRDEC    PICTURE X.
           02  ACRDEH    PICTURE X.
           02  ACRDEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CTADEC    PICTURE X.
           02  CTADEH    PICTURE X.
           02  CTADEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLREFC    PICTURE X.
           02  LBLREFH    PICTURE X.
           02  LBLREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  REFDEC    PICTURE X.
           02  REFDEH    PICTURE X.
           02  REFDEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  LBLNOMC    PICTURE X.
           02  LBLNOMH    PICTURE X.
           02  LBLNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NOMDEC    PICTURE X.
           02  NOMDEH    PICTURE X.
           02  NOMDEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LBLCBUC    PICTURE X.
           02  LBLCBUH    PICTURE X.
           02  LBLCBUO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CBUDEC    PICTURE X.
           02  CBUDEH    PICTURE X.
           02  CBUDEO  PIC X(22).
           02  FILLER PICTURE X(3).
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONDEC    PICTURE X.
           02  MONDEH    PICTURE X.
           02  MONDEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLNROC    PICTURE X.
           02  LBLNROH    PICTURE X.
           02  LBLNROO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NRODEC    PICTURE X.
           02  NRODEH    PICTURE X.
           02  NRODEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  DEU1C    PICTURE X.
           02  DEU1H    PICTURE X.
           02  DEU1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  DEU2C    PICTURE X.
           02  DEU2H    PICTURE X.
           02  DEU2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  DEU3C    PICTURE X.
           02  DEU3H    PICTURE X.
           02  DEU3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  DEU4C    PICTURE X.
           02  DEU4H    PICTURE X.
           02  DEU4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  DEU5C    PICTURE X.
           02  DEU5H    PICTURE X.
           02  DEU5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
