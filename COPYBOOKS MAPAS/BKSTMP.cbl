       01  BKMAPSTI.
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
           02  INFOSTL    COMP  PIC  S9(4).
           02  INFOSTF    PICTURE X.
           02  FILLER REDEFINES INFOSTF.
             03 INFOSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFOSTI  PIC X(70).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(20).
           02  CTASTL    COMP  PIC  S9(4).
           02  CTASTF    PICTURE X.
           02  FILLER REDEFINES CTASTF.
             03 CTASTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTASTI  PIC X(10).
           02  LBLMTOL    COMP  PIC  S9(4).
           02  LBLMTOF    PICTURE X.
           02  FILLER REDEFINES LBLMTOF.
             03 LBLMTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMTOI  PIC X(20).
           02  MONTOSTL    COMP  PIC  S9(4).
           02  MONTOSTF    PICTURE X.
           02  FILLER REDEFINES MONTOSTF.
             03 MONTOSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOSTI  PIC X(12).
           02  LBLRETL    COMP  PIC  S9(4).
           02  LBLRETF    PICTURE X.
           02  FILLER REDEFINES LBLRETF.
             03 LBLRETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLRETI  PIC X(20).
           02  RETSTL    COMP  PIC  S9(4).
           02  RETSTF    PICTURE X.
           02  FILLER REDEFINES RETSTF.
             03 RETSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RETSTI  PIC X(9).
           02  RST1L    COMP  PIC  S9(4).
           02  RST1F    PICTURE X.
           02  FILLER REDEFINES RST1F.
             03 RST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RST1I  PIC X(70).
           02  RST2L    COMP  PIC  S9(4).
           02  RST2F    PICTURE X.
           02  FILLER REDEFINES RST2F.
             03 RST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RST2I  PIC X(70).
           02  RST3L    COMP  PIC  S9(4).
           02  RST3F    PICTURE X.
           02  FILLER REDEFINES RST3F.
             03 RST3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RST3I  PIC X(70).
           02  RST4L    COMP  PIC  S9(4).
           02  RST4F    PICTURE X.
           02  FILLER REDEFINES RST4F.
             03 RST4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RST4I  PIC X(70).
           02  RST5L    COMP  PIC  S9(4).
           02  RST5F    PICTURE X.
           02  FILLER REDEFINES RST5F.
             03 RST5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RST5I  PIC X(70).
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
       01  BKMAPSTO REDEFINES BKMAPSTI.
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
           02  INFOSTC    PICTURE X.
           02  INFOSTH    PICTURE X.
           02  INFOSTO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CTASTC    PICTURE X.
           02  CTASTH    PICTURE X.
           02  CTASTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLMTOC    PICTURE X.
           02  LBLMTOH    PICTURE X.
           02  LBLMTOO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONTOSTC    PICTURE X.
           02  MONTOSTH    PICTURE X.
           02  MONTOSTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLRETC    PICTURE X.
           02  LBLRETH    PICTURE X.
           02  LBLRETO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  RETSTC    PICTURE X.
           02  RETSTH    PICTURE X.
           02  RETSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RST1C    PICTURE X.
           02  RST1H    PICTURE X.
           02  RST1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RST2C    PICTURE X.
           02  RST2H    PICTURE X.
           02  RST2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RST3C    PICTURE X.
           02  RST3H    PICTURE X.
           02  RST3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RST4C    PICTURE X.
           02  RST4H    PICTURE X.
           02  RST4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RST5C    PICTURE X.
           02  RST5H    PICTURE X.
           02  RST5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
