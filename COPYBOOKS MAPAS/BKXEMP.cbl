       01  BKMAPXEI.
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
           02  CUENTAL    COMP  PIC  S9(4).
           02  CUENTAF    PICTURE X.
           02  FILLER REDEFINES CUENTAF.
             03 CUENTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTAI  PIC X(10).
           02  TITULRL    COMP  PIC  S9(4).
           02  TITULRF    PICTURE X.
           02  FILLER REDEFINES TITULRF.
             03 TITULRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITULRI  PIC X(8).
           02  MONEDARL    COMP  PIC  S9(4).
           02  MONEDARF    PICTURE X.
           02  FILLER REDEFINES MONEDARF.
             03 MONEDARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONEDARI  PIC X(3).
           02  ESTADORL    COMP  PIC  S9(4).
           02  ESTADORF    PICTURE X.
           02  FILLER REDEFINES ESTADORF.
             03 ESTADORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ESTADORI  PIC X(1).
           02  ALTAPORL    COMP  PIC  S9(4).
           02  ALTAPORF    PICTURE X.
           02  FILLER REDEFINES ALTAPORF.
             03 ALTAPORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ALTAPORI  PIC X(8).
           02  FECALTAL    COMP  PIC  S9(4).
           02  FECALTAF    PICTURE X.
           02  FILLER REDEFINES FECALTAF.
             03 FECALTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECALTAI  PIC X(10).
           02  ULTENVL    COMP  PIC  S9(4).
           02  ULTENVF    PICTURE X.
           02  FILLER REDEFINES ULTENVF.
             03 ULTENVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ULTENVI  PIC X(10).
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
       01  BKMAPXEO REDEFINES BKMAPXEI.
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
           02  CUENTAC    PICTURE X.
           02  CUENTAH    PICTURE X.
           02  CUENTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TITULRC    PICTURE X.
           02  TITULRH    PICTURE X.
           02  TITULRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MONEDARC    PICTURE X.
           02  MONEDARH    PICTURE X.
           02  MONEDARO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ESTADORC    PICTURE X.
           02  ESTADORH    PICTURE X.
           02  ESTADORO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALTAPORC    PICTURE X.
           02  ALTAPORH    PICTURE X.
           02  ALTAPORO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FECALTAC    PICTURE X.
           02  FECALTAH    PICTURE X.
           02  FECALTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ULTENVC    PICTURE X.
           02  ULTENVH    PICTURE X.
           02  ULTENVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
