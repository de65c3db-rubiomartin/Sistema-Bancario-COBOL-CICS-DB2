       01  BKMAPBNI.
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
           02  LBLEMPL    COMP  PIC  S9(4).
           02  LBLEMPF    PICTURE X.
           02  FILLER REDEFINES LBLEMPF.
             03 LBLEMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLEMPI  PIC X(16).
           02  EMPRESAL    COMP  PIC  S9(4).
           02  EMPRESAF    PICTURE X.
           02  FILLER REDEFINES EMPRESAF.
             03 EMPRESAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPRESAI  PIC X(8).
           02  EMPINFOL    COMP  PIC  S9(4).
           02  EMPINFOF    PICTURE X.
           02  FILLER REDEFINES EMPINFOF.
             03 EMPINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPINFOI  PIC X(75).
           02  LBLLISTL    COMP  PIC  S9(4).
           02  LBLLISTF    PICTURE X.
           02  FILLER REDEFINES LBLLISTF.
             03 LBLLISTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLLISTI  PIC X(75).
           02  BEN1L    COMP  PIC  S9(4).
           02  BEN1F    PICTURE X.
           02  FILLER REDEFINES BEN1F.
             03 BEN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN1I  PIC X(75).
           02  BEN2L    COMP  PIC  S9(4).
           02  BEN2F    PICTURE X.
           02  FILLER REDEFINES BEN2F.
             03 BEN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN2I  PIC X(75).
           02  BEN3L    COMP  PIC  S9(4).
           02  BEN3F    PICTURE X.
           02  FILLER REDEFINES BEN3F.
             03 BEN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN3I  PIC X(75).
           02  BEN4L    COMP  PIC  S9(4).
           02  BEN4F    PICTURE X.
           02  FILLER REDEFINES BEN4F.
             03 BEN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN4I  PIC X(75).
           02  BEN5L    COMP  PIC  S9(4).
           02  BEN5F    PICTURE X.
           02  FILLER REDEFINES BEN5F.
             03 BEN5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN5I  PIC X(75).
           02  BEN6L    COMP  PIC  S9(4).
           02  BEN6F    PICTURE X.
           02  FILLER REDEFINES BEN6F.
             03 BEN6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BEN6I  PIC X(75).
           02  LBLALTAL    COMP  PIC  S9(4).
           02  LBLALTAF    PICTURE X.
           02  FILLER REDEFINES LBLALTAF.
             03 LBLALTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLALTAI  PIC X(75).
           02  BNOMBREL    COMP  PIC  S9(4).
           02  BNOMBREF    PICTURE X.
           02  FILLER REDEFINES BNOMBREF.
             03 BNOMBREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BNOMBREI  PIC X(40).
           02  BDOCL    COMP  PIC  S9(4).
           02  BDOCF    PICTURE X.
           02  FILLER REDEFINES BDOCF.
             03 BDOCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BDOCI  PIC X(20).
           02  BPAISL    COMP  PIC  S9(4).
           02  BPAISF    PICTURE X.
           02  FILLER REDEFINES BPAISF.
             03 BPAISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BPAISI  PIC X(2).
           02  BROLL    COMP  PIC  S9(4).
           02  BROLF    PICTURE X.
           02  FILLER REDEFINES BROLF.
             03 BROLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BROLI  PIC X(1).
           02  BPORCL    COMP  PIC  S9(4).
           02  BPORCF    PICTURE X.
           02  FILLER REDEFINES BPORCF.
             03 BPORCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BPORCI  PIC X(6).
           02  BINTERL    COMP  PIC  S9(4).
           02  BINTERF    PICTURE X.
           02  FILLER REDEFINES BINTERF.
             03 BINTERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BINTERI  PIC X(40).
           02  BPINTL    COMP  PIC  S9(4).
           02  BPINTF    PICTURE X.
           02  FILLER REDEFINES BPINTF.
             03 BPINTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BPINTI  PIC X(6).
           02  LBLBAJAL    COMP  PIC  S9(4).
           02  LBLBAJAF    PICTURE X.
           02  FILLER REDEFINES LBLBAJAF.
             03 LBLBAJAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLBAJAI  PIC X(16).
           02  BBAJAL    COMP  PIC  S9(4).
           02  BBAJAF    PICTURE X.
           02  FILLER REDEFINES BBAJAF.
             03 BBAJAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BBAJAI  PIC X(9).
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
       01  BKMAPBNO REDEFINES BKMAPBNI.
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
           02  LBLEMPC    PICTURE X.
           02  LBLEMPH    PICTURE X.
           02  LBLEMPO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  EMPRESAC    PICTURE X.
           02  EMPRESAH    PICTURE X.
           02  EMPRESAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPINFOC    PICTURE X.
           02  EMPINFOH    PICTURE X.
           02  EMPINFOO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  LBLLISTC    PICTURE X.
           02  LBLLISTH    PICTURE X.
           02  LBLLISTO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN1C    PICTURE X.
           02  BEN1H    PICTURE X.
           02  BEN1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN2C    PICTURE X.
           02  BEN2H    PICTURE X.
           02  BEN2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN3C    PICTURE X.
           02  BEN3H    PICTURE X.
           02  BEN3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN4C    PICTURE X.
           02  BEN4H    PICTURE X.
           02  BEN4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN5C    PICTURE X.
           02  BEN5H    PICTURE X.
           02  BEN5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BEN6C    PICTURE X.
           02  BEN6H    PICTURE X.
           02  BEN6O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  LBLALTAC    PICTURE X.
           02  LBLALTAH    PICTURE X.
           02  LBLALTAO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BNOMBREC    PICTURE X.
           02  BNOMBREH    PICTURE X.
           02  BNOMBREO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  BDOCC    PICTURE X.
           02  BDOCH    PICTURE X.
           02  BDOCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  BPAISC    PICTURE X.
           02  BPAISH    PICTURE X.
           02  BPAISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  BROLC    PICTURE X.
           02  BROLH    PICTURE X.
           02  BROLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BPORCC    PICTURE X.
           02  BPORCH    PICTURE X.
           02  BPORCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  BINTERC    PICTURE X.
           02  BINTERH    PICTURE X.
           02  BINTERO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  BPINTC    PICTURE X.
           02  BPINTH    PICTURE X.
           02  BPINTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LBLBAJAC    PICTURE X.
           02  LBLBAJAH    PICTURE X.
           02  LBLBAJAO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  BBAJAC    PICTURE X.
           02  BBAJAH    PICTURE X.
           02  BBAJAO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
