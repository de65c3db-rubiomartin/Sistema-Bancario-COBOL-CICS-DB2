       01  BKMAPJUI.
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
           02  LBLBENL    COMP  PIC  S9(4).
           02  LBLBENF    PICTURE X.
           02  FILLER REDEFINES LBLBENF.
             03 LBLBENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLBENI  PIC X(14).
           02  NROBENL    COMP  PIC  S9(4).
           02  NROBENF    PICTURE X.
           02  FILLER REDEFINES NROBENF.
             03 NROBENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NROBENI  PIC X(11).
           02  LBLUSRL    COMP  PIC  S9(4).
           02  LBLUSRF    PICTURE X.
           02  FILLER REDEFINES LBLUSRF.
             03 LBLUSRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLUSRI  PIC X(14).
           02  USRBENL    COMP  PIC  S9(4).
           02  USRBENF    PICTURE X.
           02  FILLER REDEFINES USRBENF.
             03 USRBENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USRBENI  PIC X(8).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(14).
           02  CTABENL    COMP  PIC  S9(4).
           02  CTABENF    PICTURE X.
           02  FILLER REDEFINES CTABENF.
             03 CTABENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTABENI  PIC X(10).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO1I  PIC X(70).
           02  INFO2L    COMP  PIC  S9(4).
           02  INFO2F    PICTURE X.
           02  FILLER REDEFINES INFO2F.
             03 INFO2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO2I  PIC X(70).
           02  INFO3L    COMP  PIC  S9(4).
           02  INFO3F    PICTURE X.
           02  FILLER REDEFINES INFO3F.
             03 INFO3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO3I  PIC X(70).
           02  INFO4L    COMP  PIC  S9(4).
           02  INFO4F    PICTURE X.
           02  FILLER REDEFINES INFO4F.
             03 INFO4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO4I  PIC X(70).
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
       01  BKMAPJUO REDEFINES BKMAPJUI.
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
           02  LBLBENC    PICTURE X.
           02  LBLBENH    PICTURE X.
           02  LBLBENO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  NROBENC    PICTURE X.
           02  NROBENH    PICTURE X.
           02  NROBENO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  LBLUSRC    PICTURE X.
           02  LBLUSRH    PICTURE X.
           02  LBLUSRO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  USRBENC    PICTURE X.
           02  USRBENH    PICTURE X.
           02  USRBENO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  CTABENC    PICTURE X.
           02  CTABENH    PICTURE X.
           02  CTABENO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INFO2C    PICTURE X.
           02  INFO2H    PICTURE X.
           02  INFO2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INFO3C    PICTURE X.
           02  INFO3H    PICTURE X.
           02  INFO3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  INFO4C    PICTURE X.
           02  INFO4H    PICTURE X.
           02  INFO4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
