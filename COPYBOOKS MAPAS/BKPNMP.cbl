       01  BKMAPPNI.
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
           02  SALDOPTL    COMP  PIC  S9(4).
           02  SALDOPTF    PICTURE X.
           02  FILLER REDEFINES SALDOPTF.
             03 SALDOPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SALDOPTI  PIC X(70).
           02  VENCPTL    COMP  PIC  S9(4).
           02  VENCPTF    PICTURE X.
           02  FILLER REDEFINES VENCPTF.
             03 VENCPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VENCPTI  PIC X(70).
           02  PTS1L    COMP  PIC  S9(4).
           02  PTS1F    PICTURE X.
           02  FILLER REDEFINES PTS1F.
             03 PTS1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS1I  PIC X(70).
           02  PTS2L    COMP  PIC  S9(4).
           02  PTS2F    PICTURE X.
           02  FILLER REDEFINES PTS2F.
             03 PTS2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS2I  PIC X(70).
           02  PTS3L    COMP  PIC  S9(4).
           02  PTS3F    PICTURE X.
           02  FILLER REDEFINES PTS3F.
             03 PTS3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS3I  PIC X(70).
           02  PTS4L    COMP  PIC  S9(4).
           02  PTS4F    PICTURE X.
           02  FILLER REDEFINES PTS4F.
             03 PTS4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS4I  PIC X(70).
           02  PTS5L    COMP  PIC  S9(4).
           02  PTS5F    PICTURE X.
           02  FILLER REDEFINES PTS5F.
             03 PTS5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS5I  PIC X(70).
           02  PTS6L    COMP  PIC  S9(4).
           02  PTS6F    PICTURE X.
           02  FILLER REDEFINES PTS6F.
             03 PTS6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTS6I  PIC X(70).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(20).
           02  CTAPTL    COMP  PIC  S9(4).
           02  CTAPTF    PICTURE X.
           02  FILLER REDEFINES CTAPTF.
             03 CTAPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTAPTI  PIC X(10).
           02  LBLCANJL    COMP  PIC  S9(4).
           02  LBLCANJF    PICTURE X.
           02  FILLER REDEFINES LBLCANJF.
             03 LBLCANJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCANJI  PIC X(20).
           02  CANJPTL    COMP  PIC  S9(4).
           02  CANJPTF    PICTURE X.
           02  FILLER REDEFINES CANJPTF.
             03 CANJPTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANJPTI  PIC X(9).
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
       01  BKMAPPNO REDEFINES BKMAPPNI.
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
           02  SALDOPTC    PICTURE X.
           02  SALDOPTH    PICTURE X.
           02  SALDOPTO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  VENCPTC    PICTURE X.
           02  VENCPTH    PICTURE X.
           02  VENCPTO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS1C    PICTURE X.
           02  PTS1H    PICTURE X.
           02  PTS1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS2C    PICTURE X.
           02  PTS2H    PICTURE X.
           02  PTS2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS3C    PICTURE X.
           02  PTS3H    PICTURE X.
           02  PTS3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS4C    PICTURE X.
           02  PTS4H    PICTURE X.
           02  PTS4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS5C    PICTURE X.
           02  PTS5H    PICTURE X.
           02  PTS5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  PTS6C    PICTURE X.
           02  PTS6H    PICTURE X.
           02  PTS6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CTAPTC    PICTURE X.
           02  CTAPTH    PICTURE X.
           02  CTAPTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLCANJC    PICTURE X.
           02  LBLCANJH    PICTURE X.
           02  LBLCANJO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CANJPTC    PICTURE X.
           02  CANJPTH    PICTURE X.
           02  CANJPTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
