       01  BKMAPALI.
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
           02  INFOALL    COMP  PIC  S9(4).
           02  INFOALF    PICTURE X.
           02  FILLER REDEFINES INFOALF.
             03 INFOALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFOALI  PIC X(70).
           02  LBLCLIL    COMP  PIC  S9(4).
           02  LBLCLIF    PICTURE X.
           02  FILLER REDEFINES LBLCLIF.
             03 LBLCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCLII  PIC X(20).
           02  CLIALL    COMP  PIC  S9(4).
           02  CLIALF    PICTURE X.
           02  FILLER REDEFINES CLIALF.
             03 CLIALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIALI  PIC X(8).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(20).
           02  CTAALL    COMP  PIC  S9(4).
           02  CTAALF    PICTURE X.
           02  FILLER REDEFINES CTAALF.
             03 CTAALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTAALI  PIC X(10).
           02  LBLTIPL    COMP  PIC  S9(4).
           02  LBLTIPF    PICTURE X.
           02  FILLER REDEFINES LBLTIPF.
             03 LBLTIPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLTIPI  PIC X(20).
           02  TIPALL    COMP  PIC  S9(4).
           02  TIPALF    PICTURE X.
           02  FILLER REDEFINES TIPALF.
             03 TIPALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPALI  PIC X(1).
           02  LBLBENL    COMP  PIC  S9(4).
           02  LBLBENF    PICTURE X.
           02  FILLER REDEFINES LBLBENF.
             03 LBLBENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLBENI  PIC X(20).
           02  BENALL    COMP  PIC  S9(4).
           02  BENALF    PICTURE X.
           02  FILLER REDEFINES BENALF.
             03 BENALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BENALI  PIC X(30).
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(20).
           02  MONALL    COMP  PIC  S9(4).
           02  MONALF    PICTURE X.
           02  FILLER REDEFINES MONALF.
             03 MONALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONALI  PIC X(3).
           02  MONTOALL    COMP  PIC  S9(4).
           02  MONTOALF    PICTURE X.
           02  FILLER REDEFINES MONTOALF.
             03 MONTOALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOALI  PIC X(12).
           02  LBLVTOL    COMP  PIC  S9(4).
           02  LBLVTOF    PICTURE X.
           02  FILLER REDEFINES LBLVTOF.
             03 LBLVTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLVTOI  PIC X(20).
           02  VTOALL    COMP  PIC  S9(4).
           02  VTOALF    PICTURE X.
           02  FILLER REDEFINES VTOALF.
             03 VTOALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VTOALI  PIC X(10).
           02  LBLCGAL    COMP  PIC  S9(4).
           02  LBLCGAF    PICTURE X.
           02  FILLER REDEFINES LBLCGAF.
             03 LBLCGAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCGAI  PIC X(20).
           02  CGTALL    COMP  PIC  S9(4).
           02  CGTALF    PICTURE X.
           02  FILLER REDEFINES CGTALF.
             03 CGTALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CGTALI  PIC X(2).
           02  CGPALL    COMP  PIC  S9(4).
           02  CGPALF    PICTURE X.
           02  FILLER REDEFINES CGPALF.
             03 CGPALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CGPALI  PIC X(9).
           02  CGVALL    COMP  PIC  S9(4).
           02  CGVALF    PICTURE X.
           02  FILLER REDEFINES CGVALF.
             03 CGVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CGVALI  PIC X(12).
           02  LBLCGDL    COMP  PIC  S9(4).
           02  LBLCGDF    PICTURE X.
           02  FILLER REDEFINES LBLCGDF.
             03 LBLCGDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCGDI  PIC X(20).
           02  CGDALL    COMP  PIC  S9(4).
           02  CGDALF    PICTURE X.
           02  FILLER REDEFINES CGDALF.
             03 CGDALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CGDALI  PIC X(30).
           02  LBLNROL    COMP  PIC  S9(4).
           02  LBLNROF    PICTURE X.
           02  FILLER REDEFINES LBLNROF.
             03 LBLNROA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLNROI  PIC X(20).
           02  NROALL    COMP  PIC  S9(4).
           02  NROALF    PICTURE X.
           02  FILLER REDEFINES NROALF.
             03 NROALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NROALI  PIC X(9).
           02  RECALL    COMP  PIC  S9(4).
           02  RECALF    PICTURE X.
           02  FILLER REDEFINES RECALF.
             03 RECALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECALI  PIC X(12).
           02  AVL1L    COMP  PIC  S9(4).
           02  AVL1F    PICTURE X.
           02  FILLER REDEFINES AVL1F.
             03 AVL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AVL1I  PIC X(78).
           02  AVL2L    COMP  PIC  S9(4).
           02  AVL2F    PICTURE X.
           02  FILLER REDEFINES AVL2F.
             03 AVL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AVL2I  PIC X(78).
           02  AVL3L    COMP  PIC  S9(4).
           02  AVL3F    PICTURE X.
           02  FILLER REDEFINES AVL3F.
             03 AVL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AVL3I  PIC X(78).
           02  AVL4L    COMP  PIC  S9(4).
           02  AVL4F    PICTURE X.
           02  FILLER REDEFINES AVL4F.
             03 AVL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AVL4I  PIC X(78).
           02  AVL5L    COMP  PIC  S9(4).
           02  AVL5F    PICTURE X.
           02  FILLER REDEFINES AVL5F.
             03 AVL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AVL5I  PIC X(78).
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
       01  BKMAPALO REDEFINES BKMAPALI.
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
           02  INFOALC    PICTURE X.
           02  INFOALH    PICTURE X.
           02  INFOALO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCLIC    PICTURE X.
           02  LBLCLIH    PICTURE X.
           02  LBLCLIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CLIALC    PICTURE X.
           02  CLIALH    PICTURE X.
           02  CLIALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CTAALC    PICTURE X.
           02  CTAALH    PICTURE X.
           02  CTAALO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLTIPC    PICTURE X.
           02  LBLTIPH    PICTURE X.
           02  LBLTIPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TIPALC    PICTURE X.
           02  TIPALH    PICTURE X.
           02  TIPALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLBENC    PICTURE X.
           02  LBLBENH    PICTURE X.
           02  LBLBENO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  BENALC    PICTURE X.
           02  BENALH    PICTURE X.
           02  BENALO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONALC    PICTURE X.
           02  MONALH    PICTURE X.
           02  MONALO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MONTOALC    PICTURE X.
           02  MONTOALH    PICTURE X.
           02  MONTOALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLVTOC    PICTURE X.
           02  LBLVTOH    PICTURE X.
           02  LBLVTOO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VTOALC    PICTURE X.
           02  VTOALH    PICTURE X.
           02  VTOALO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLCGAC    PICTURE X.
           02  LBLCGAH    PICTURE X.
           02  LBLCGAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CGTALC    PICTURE X.
           02  CGTALH    PICTURE X.
           02  CGTALO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CGPALC    PICTURE X.
           02  CGPALH    PICTURE X.
           02  CGPALO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CGVALC    PICTURE X.
           02  CGVALH    PICTURE X.
           02  CGVALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLCGDC    PICTURE X.
           02  LBLCGDH    PICTURE X.
           02  LBLCGDO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CGDALC    PICTURE X.
           02  CGDALH    PICTURE X.
           02  CGDALO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LBLNROC    PICTURE X.
           02  LBLNROH    PICTURE X.
           02  LBLNROO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NROALC    PICTURE X.
           02  NROALH    PICTURE X.
           02  NROALO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RECALC    PICTURE X.
           02  RECALH    PICTURE X.
           02  RECALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  AVL1C    PICTURE X.
           02  AVL1H    PICTURE X.
           02  AVL1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  AVL2C    PICTURE X.
           02  AVL2H    PICTURE X.
           02  AVL2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  AVL3C    PICTURE X.
           02  AVL3H    PICTURE X.
           02  AVL3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  AVL4C    PICTURE X.
           02  AVL4H    PICTURE X.
           02  AVL4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  AVL5C    PICTURE X.
           02  AVL5H    PICTURE X.
           02  AVL5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
