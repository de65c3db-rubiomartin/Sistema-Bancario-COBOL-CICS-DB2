       01  BKMAPFOI.
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
           02  FONDOL    COMP  PIC  S9(4).
           02  FONDOF    PICTURE X.
           02  FILLER REDEFINES FONDOF.
             03 FONDOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FONDOI  PIC X(8).
           02  NOMFONL    COMP  PIC  S9(4).
           02  NOMFONF    PICTURE X.
           02  FILLER REDEFINES NOMFONF.
             03 NOMFONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMFONI  PIC X(30).
           02  OPERFOL    COMP  PIC  S9(4).
           02  OPERFOF    PICTURE X.
           02  FILLER REDEFINES OPERFOF.
             03 OPERFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPERFOI  PIC X(1).
           02  CUENFOL    COMP  PIC  S9(4).
           02  CUENFOF    PICTURE X.
           02  FILLER REDEFINES CUENFOF.
             03 CUENFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENFOI  PIC X(10).
           02  IMPFOL    COMP  PIC  S9(4).
           02  IMPFOF    PICTURE X.
           02  FILLER REDEFINES IMPFOF.
             03 IMPFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IMPFOI  PIC X(12).
           02  ORDFOL    COMP  PIC  S9(4).
           02  ORDFOF    PICTURE X.
           02  FILLER REDEFINES ORDFOF.
             03 ORDFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORDFOI  PIC X(9).
           02  TENFOL    COMP  PIC  S9(4).
           02  TENFOF    PICTURE X.
           02  FILLER REDEFINES TENFOF.
             03 TENFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TENFOI  PIC X(75).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFRMI  PIC X(75).
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
       01  BKMAPFOO REDEFINES BKMAPFOI.
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
           02  FONDOC    PICTURE X.
           02  FONDOH    PICTURE X.
           02  FONDOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMFONC    PICTURE X.
           02  NOMFONH    PICTURE X.
           02  NOMFONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  OPERFOC    PICTURE X.
           02  OPERFOH    PICTURE X.
           02  OPERFOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CUENFOC    PICTURE X.
           02  CUENFOH    PICTURE X.
           02  CUENFOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  IMPFOC    PICTURE X.
           02  IMPFOH    PICTURE X.
           02  IMPFOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ORDFOC    PICTURE X.
           02  ORDFOH    PICTURE X.
           02  ORDFOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TENFOC    PICTURE X.
           02  TENFOH    PICTURE X.
           02  TENFOO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
