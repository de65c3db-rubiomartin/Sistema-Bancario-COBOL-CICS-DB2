       01  BKMAPCDI.
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
           02  USUCDL    COMP  PIC  S9(4).
           02  USUCDF    PICTURE X.
           02  FILLER REDEFINES USUCDF.
             03 USUCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USUCDI  PIC X(8).
           02  CTACDL    COMP  PIC  S9(4).
           02  CTACDF    PICTURE X.
           02  FILLER REDEFINES CTACDF.
             03 CTACDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTACDI  PIC X(10).
           02  TIPOCDL    COMP  PIC  S9(4).
           02  TIPOCDF    PICTURE X.
           02  FILLER REDEFINES TIPOCDF.
             03 TIPOCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPOCDI  PIC X(1).
           02  TASACDL    COMP  PIC  S9(4).
           02  TASACDF    PICTURE X.
           02  FILLER REDEFINES TASACDF.
             03 TASACDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TASACDI  PIC X(9).
           02  COMCDL    COMP  PIC  S9(4).
           02  COMCDF    PICTURE X.
           02  FILLER REDEFINES COMCDF.
             03 COMCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMCDI  PIC X(10).
           02  DESDECDL    COMP  PIC  S9(4).
           02  DESDECDF    PICTURE X.
           02  FILLER REDEFINES DESDECDF.
             03 DESDECDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESDECDI  PIC X(10).
           02  HASTACDL    COMP  PIC  S9(4).
           02  HASTACDF    PICTURE X.
           02  FILLER REDEFINES HASTACDF.
             03 HASTACDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HASTACDI  PIC X(10).
           02  MOTIVCDL    COMP  PIC  S9(4).
           02  MOTIVCDF    PICTURE X.
           02  FILLER REDEFINES MOTIVCDF.
             03 MOTIVCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIVCDI  PIC X(40).
           02  IDCDL    COMP  PIC  S9(4).
           02  IDCDF    PICTURE X.
           02  FILLER REDEFINES IDCDF.
             03 IDCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDCDI  PIC X(9).
           02  NOMCLCDL    COMP  PIC  S9(4).
           02  NOMCLCDF    PICTURE X.
           02  FILLER REDEFINES NOMCLCDF.
             03 NOMCLCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMCLCDI  PIC X(60).
           02  CABCDL    COMP  PIC  S9(4).
           02  CABCDF    PICTURE X.
           02  FILLER REDEFINES CABCDF.
             03 CABCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CABCDI  PIC X(79).
           02  LINCD1L    COMP  PIC  S9(4).
           02  LINCD1F    PICTURE X.
           02  FILLER REDEFINES LINCD1F.
             03 LINCD1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINCD1I  PIC X(79).
           02  LINCD2L    COMP  PIC  S9(4).
           02  LINCD2F    PICTURE X.
           02  FILLER REDEFINES LINCD2F.
             03 LINCD2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINCD2I  PIC X(79).
           02  LINCD3L    COMP  PIC  S9(4).
           02  LINCD3F    PICTURE X.
           02  FILLER REDEFINES LINCD3F.
             03 LINCD3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINCD3I  PIC X(79).
           02  LINCD4L    COMP  PIC  S9(4).
           02  LINCD4F    PICTURE X.
           02  FILLER REDEFINES LINCD4F.
             03 LINCD4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINCD4I  PIC X(79).
           02  LINCD5L    COMP  PIC  S9(4).
           02  LINCD5F    PICTURE X.
           02  FILLER REDEFINES LINCD5F.
             03 LINCD5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINCD5I  PIC X(79).
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
       01  BKMAPCDO REDEFINES BKMAPCDI.
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
           02  USUCDC    PICTURE X.
           02  USUCDH    PICTURE X.
           02  USUCDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CTACDC    PICTURE X.
           02  CTACDH    PICTURE X.
           02  CTACDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TIPOCDC    PICTURE X.
           02  TIPOCDH    PICTURE X.
           02  TIPOCDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TASACDC    PICTURE X.
           02  TASACDH    PICTURE X.
           02  TASACDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  COMCDC    PICTURE X.
           02  COMCDH    PICTURE X.
           02  COMCDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DESDECDC    PICTURE X.
           02  DESDECDH    PICTURE X.
           02  DESDECDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HASTACDC    PICTURE X.
           02  HASTACDH    PICTURE X.
           02  HASTACDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MOTIVCDC    PICTURE X.
           02  MOTIVCDH    PICTURE X.
           02  MOTIVCDO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  IDCDC    PICTURE X.
           02  IDCDH    PICTURE X.
           02  IDCDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NOMCLCDC    PICTURE X.
           02  NOMCLCDH    PICTURE X.
           02  NOMCLCDO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CABCDC    PICTURE X.
           02  CABCDH    PICTURE X.
           02  CABCDO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINCD1C    PICTURE X.
           02  LINCD1H    PICTURE X.
           02  LINCD1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINCD2C    PICTURE X.
           02  LINCD2H    PICTURE X.
           02  LINCD2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINCD3C    PICTURE X.
           02  LINCD3H    PICTURE X.
           02  LINCD3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINCD4C    PICTURE X.
           02  LINCD4H    PICTURE X.
           02  LINCD4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LINCD5C    PICTURE X.
           02  LINCD5H    PICTURE X.
           02  LINCD5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
