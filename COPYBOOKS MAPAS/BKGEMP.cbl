       01  BKMAPGEI.
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
           02  IDGEL    COMP  PIC  S9(4).
           02  IDGEF    PICTURE X.
           02  FILLER REDEFINES IDGEF.
             03 IDGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDGEI  PIC X(9).
           02  NOMGEL    COMP  PIC  S9(4).
           02  NOMGEF    PICTURE X.
           02  FILLER REDEFINES NOMGEF.
             03 NOMGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMGEI  PIC X(30).
           02  USUGEL    COMP  PIC  S9(4).
           02  USUGEF    PICTURE X.
           02  FILLER REDEFINES USUGEF.
             03 USUGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USUGEI  PIC X(8).
           02  VINCGEL    COMP  PIC  S9(4).
           02  VINCGEF    PICTURE X.
           02  FILLER REDEFINES VINCGEF.
             03 VINCGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VINCGEI  PIC X(1).
           02  NOMCLGEL    COMP  PIC  S9(4).
           02  NOMCLGEF    PICTURE X.
           02  FILLER REDEFINES NOMCLGEF.
             03 NOMCLGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMCLGEI  PIC X(60).
           02  CABGEL    COMP  PIC  S9(4).
           02  CABGEF    PICTURE X.
           02  FILLER REDEFINES CABGEF.
             03 CABGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CABGEI  PIC X(60).
           02  EXP1GEL    COMP  PIC  S9(4).
           02  EXP1GEF    PICTURE X.
           02  FILLER REDEFINES EXP1GEF.
             03 EXP1GEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXP1GEI  PIC X(79).
           02  EXP2GEL    COMP  PIC  S9(4).
           02  EXP2GEF    PICTURE X.
           02  FILLER REDEFINES EXP2GEF.
             03 EXP2GEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXP2GEI  PIC X(79).
           02  EXP3GEL    COMP  PIC  S9(4).
           02  EXP3GEF    PICTURE X.
           02  FILLER REDEFINES EXP3GEF.
             03 EXP3GEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXP3GEI  PIC X(79).
           02  CABLGEL    COMP  PIC  S9(4).
           02  CABLGEF    PICTURE X.
           02  FILLER REDEFINES CABLGEF.
             03 CABLGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CABLGEI  PIC X(79).
           02  LINGE1L    COMP  PIC  S9(4).
           02  LINGE1F    PICTURE X.
           02  FILLER REDEFINES LINGE1F.
             03 LINGE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINGE1I  PIC X(79).
           02  LINGE2L    COMP  PIC  S9(4).
           02  LINGE2F    PICTURE X.
           02  FILLER REDEFINES LINGE2F.
             03 LINGE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINGE2I  PIC X(79).
           02  LINGE3L    COMP  PIC  S9(4).
           02  LINGE3F    PICTURE X.
           02  FILLER REDEFINES LINGE3F.
             03 LINGE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINGE3I  PIC X(79).
           02  LINGE4L    COMP  PIC  S9(4).
           02  LINGE4F    PICTURE X.
           02  FILLER REDEFINES LINGE4F.
             03 LINGE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINGE4I  PIC X(79).
           02  LINGE5L    COMP  PIC  S9(4).
           02  LINGE5F    PICTURE X.
           02  FILLER REDEFINES LINGE5F.
             03 LINGE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINGE5I  PIC X(79).
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
       01  BKMAPGEO REDEFINES BKMAPGEI.
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
           02  IDGEC    PICTURE X.
           02  IDGEH    PICTURE X.
           02  IDGEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NOMGEC    PICTURE X.
           02  NOMGEH    PICTURE X.
           02  NOMGEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  USUGEC    PICTURE X.
           02  USUGEH    PICTURE X.
           02  USUGEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VINCGEC    PICTURE X.
           02  VINCGEH    PICTURE X.
           02  VINCGEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NOMCLGEC    PICTURE X.
           02  NOMCLGEH    PICTURE X.
           02  NOMCLGEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CABGEC    PICTURE X.
           02  CABGEH    PICTURE X.
           02  CABGEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  EXP1GEC    PICTURE X.
           02  EXP1GEH    PICTURE X.
           02  EXP1GEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  EXP2GEC    PICTURE X.
           02  EXP2GEH    PICTURE X.
           02  EXP2GEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  EXP3GEC    PICTURE X.
           02  EXP3GEH    PICTURE X.
           02  EXP3GEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CABLGEC    PICTURE X.
           02  CABLGEH    PICTURE X.
           02  CABLGEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINGE1C    PICTURE X.
           02  LINGE1H    PICTURE X.
           02  LINGE1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINGE2C    PICTURE X.
           02  LINGE2H    PICTURE X.
           02  LINGE2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINGE3C    PICTURE X.
           02  LINGE3H    PICTURE X.
           02  LINGE3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINGE4C    PICTURE X.
           02  LINGE4H    PICTURE X.
           02  LINGE4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINGE5C    PICTURE X.
           02  LINGE5H    PICTURE X.
           02  LINGE5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
