       01  BKMAPSQI.
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
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(20).
           02  MONEDAL    COMP  PIC  S9(4).
           02  MONEDAF    PICTURE X.
           02  FILLER REDEFINES MONEDAF.
             03 MONEDAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONEDAI  PIC X(3).
           02  LBLDENL    COMP  PIC  S9(4).
           02  LBLDENF    PICTURE X.
           02  FILLER REDEFINES LBLDENF.
             03 LBLDENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDENI  PIC X(20).
           02  DENOML    COMP  PIC  S9(4).
           02  DENOMF    PICTURE X.
           02  FILLER REDEFINES DENOMF.
             03 DENOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DENOMI  PIC X(8).
           02  LBLSERL    COMP  PIC  S9(4).
           02  LBLSERF    PICTURE X.
           02  FILLER REDEFINES LBLSERF.
             03 LBLSERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSERI  PIC X(20).
           02  SERIEL    COMP  PIC  S9(4).
           02  SERIEF    PICTURE X.
           02  FILLER REDEFINES SERIEF.
             03 SERIEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SERIEI  PIC X(20).
           02  LBLPRESL    COMP  PIC  S9(4).
           02  LBLPRESF    PICTURE X.
           02  FILLER REDEFINES LBLPRESF.
             03 LBLPRESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLPRESI  PIC X(20).
           02  PRESENTL    COMP  PIC  S9(4).
           02  PRESENTF    PICTURE X.
           02  FILLER REDEFINES PRESENTF.
             03 PRESENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRESENTI  PIC X(8).
           02  LBLDOCL    COMP  PIC  S9(4).
           02  LBLDOCF    PICTURE X.
           02  FILLER REDEFINES LBLDOCF.
             03 LBLDOCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDOCI  PIC X(20).
           02  DOCPRESL    COMP  PIC  S9(4).
           02  DOCPRESF    PICTURE X.
           02  FILLER REDEFINES DOCPRESF.
             03 DOCPRESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCPRESI  PIC X(20).
           02  LBLORIGL    COMP  PIC  S9(4).
           02  LBLORIGF    PICTURE X.
           02  FILLER REDEFINES LBLORIGF.
             03 LBLORIGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLORIGI  PIC X(20).
           02  ORIGENL    COMP  PIC  S9(4).
           02  ORIGENF    PICTURE X.
           02  FILLER REDEFINES ORIGENF.
             03 ORIGENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGENI  PIC X(1).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFRMI  PIC X(60).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO1I  PIC X(70).
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
       01  BKMAPSQO REDEFINES BKMAPSQI.
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
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONEDAC    PICTURE X.
           02  MONEDAH    PICTURE X.
           02  MONEDAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLDENC    PICTURE X.
           02  LBLDENH    PICTURE X.
           02  LBLDENO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DENOMC    PICTURE X.
           02  DENOMH    PICTURE X.
           02  DENOMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLSERC    PICTURE X.
           02  LBLSERH    PICTURE X.
           02  LBLSERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SERIEC    PICTURE X.
           02  SERIEH    PICTURE X.
           02  SERIEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBLPRESC    PICTURE X.
           02  LBLPRESH    PICTURE X.
           02  LBLPRESO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRESENTC    PICTURE X.
           02  PRESENTH    PICTURE X.
           02  PRESENTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLDOCC    PICTURE X.
           02  LBLDOCH    PICTURE X.
           02  LBLDOCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DOCPRESC    PICTURE X.
           02  DOCPRESH    PICTURE X.
           02  DOCPRESO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBLORIGC    PICTURE X.
           02  LBLORIGH    PICTURE X.
           02  LBLORIGO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ORIGENC    PICTURE X.
           02  ORIGENH    PICTURE X.
           02  ORIGENO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
