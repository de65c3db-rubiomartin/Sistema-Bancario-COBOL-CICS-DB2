       01  BKMAPGGI.
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
           02  CLIGGL    COMP  PIC  S9(4).
           02  CLIGGF    PICTURE X.
           02  FILLER REDEFINES CLIGGF.
             03 CLIGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIGGI  PIC X(8).
           02  NOMGGL    COMP  PIC  S9(4).
           02  NOMGGF    PICTURE X.
           02  FILLER REDEFINES NOMGGF.
             03 NOMGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMGGI  PIC X(20).
           02  GESGGL    COMP  PIC  S9(4).
           02  GESGGF    PICTURE X.
           02  FILLER REDEFINES GESGGF.
             03 GESGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESGGI  PIC X(8).
           02  SUPGGL    COMP  PIC  S9(4).
           02  SUPGGF    PICTURE X.
           02  FILLER REDEFINES SUPGGF.
             03 SUPGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUPGGI  PIC X(8).
           02  MOTGGL    COMP  PIC  S9(4).
           02  MOTGGF    PICTURE X.
           02  FILLER REDEFINES MOTGGF.
             03 MOTGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTGGI  PIC X(30).
           02  DESDGGL    COMP  PIC  S9(4).
           02  DESDGGF    PICTURE X.
           02  FILLER REDEFINES DESDGGF.
             03 DESDGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESDGGI  PIC X(10).
           02  AGEGGL    COMP  PIC  S9(4).
           02  AGEGGF    PICTURE X.
           02  FILLER REDEFINES AGEGGF.
             03 AGEGGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AGEGGI  PIC X(8).
           02  HIST1L    COMP  PIC  S9(4).
           02  HIST1F    PICTURE X.
           02  FILLER REDEFINES HIST1F.
             03 HIST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HIST1I  PIC X(72).
           02  HIST2L    COMP  PIC  S9(4).
           02  HIST2F    PICTURE X.
           02  FILLER REDEFINES HIST2F.
             03 HIST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HIST2I  PIC X(72).
           02  HIST3L    COMP  PIC  S9(4).
           02  HIST3F    PICTURE X.
           02  FILLER REDEFINES HIST3F.
             03 HIST3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HIST3I  PIC X(72).
           02  HIST4L    COMP  PIC  S9(4).
           02  HIST4F    PICTURE X.
           02  FILLER REDEFINES HIST4F.
             03 HIST4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HIST4I  PIC X(72).
           02  HIST5L    COMP  PIC  S9(4).
           02  HIST5F    PICTURE X.
           02  FILLER REDEFINES HIST5F.
             03 HIST5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HIST5I  PIC X(72).
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
       01  BKMAPGGO REDEFINES BKMAPGGI.
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
           02  CLIGGC    PICTURE X.
           02  CLIGGH    PICTURE X.
           02  CLIGGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMGGC    PICTURE X.
           02  NOMGGH    PICTURE X.
           02  NOMGGO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  GESGGC    PICTURE X.
           02  GESGGH    PICTURE X.
           02  GESGGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SUPGGC    PICTURE X.
           02  SUPGGH    PICTURE X.
           02  SUPGGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOTGGC    PICTURE X.
           02  MOTGGH    PICTURE X.
           02  MOTGGO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DESDGGC    PICTURE X.
           02  DESDGGH    PICTURE X.
           02  DESDGGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AGEGGC    PICTURE X.
           02  AGEGGH    PICTURE X.
           02  AGEGGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HIST1C    PICTURE X.
           02  HIST1H    PICTURE X.
           02  HIST1O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST2C    PICTURE X.
           02  HIST2H    PICTURE X.
           02  HIST2O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST3C    PICTURE X.
           02  HIST3H    PICTURE X.
           02  HIST3O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST4C    PICTURE X.
           02  HIST4H    PICTURE X.
           02  HIST4O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  HIST5C    PICTURE X.
           02  HIST5H    PICTURE X.
           02  HIST5O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
