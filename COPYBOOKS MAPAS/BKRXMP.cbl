       01  BKMAPRXI.
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
           02  TRIMRXL    COMP  PIC  S9(4).
           02  TRIMRXF    PICTURE X.
           02  FILLER REDEFINES TRIMRXF.
             03 TRIMRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRIMRXI  PIC X(5).
           02  LIMRXL    COMP  PIC  S9(4).
           02  LIMRXF    PICTURE X.
           02  FILLER REDEFINES LIMRXF.
             03 LIMRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIMRXI  PIC X(10).
           02  PENDRXL    COMP  PIC  S9(4).
           02  PENDRXF    PICTURE X.
           02  FILLER REDEFINES PENDRXF.
             03 PENDRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PENDRXI  PIC X(9).
           02  TIPORXL    COMP  PIC  S9(4).
           02  TIPORXF    PICTURE X.
           02  FILLER REDEFINES TIPORXF.
             03 TIPORXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPORXI  PIC X(1).
           02  IDRXL    COMP  PIC  S9(4).
           02  IDRXF    PICTURE X.
           02  FILLER REDEFINES IDRXF.
             03 IDRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDRXI  PIC X(8).
           02  DTIPRXL    COMP  PIC  S9(4).
           02  DTIPRXF    PICTURE X.
           02  FILLER REDEFINES DTIPRXF.
             03 DTIPRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DTIPRXI  PIC X(30).
           02  NOMBRXL    COMP  PIC  S9(4).
           02  NOMBRXF    PICTURE X.
           02  FILLER REDEFINES NOMBRXF.
             03 NOMBRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMBRXI  PIC X(20).
           02  SUCRXL    COMP  PIC  S9(4).
           02  SUCRXF    PICTURE X.
           02  FILLER REDEFINES SUCRXF.
             03 SUCRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUCRXI  PIC X(4).
           02  ULTRXL    COMP  PIC  S9(4).
           02  ULTRXF    PICTURE X.
           02  FILLER REDEFINES ULTRXF.
             03 ULTRXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ULTRXI  PIC X(10).
           02  SINURXL    COMP  PIC  S9(4).
           02  SINURXF    PICTURE X.
           02  FILLER REDEFINES SINURXF.
             03 SINURXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SINURXI  PIC X(40).
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
       01  BKMAPRXO REDEFINES BKMAPRXI.
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
           02  TRIMRXC    PICTURE X.
           02  TRIMRXH    PICTURE X.
           02  TRIMRXO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LIMRXC    PICTURE X.
           02  LIMRXH    PICTURE X.
           02  LIMRXO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PENDRXC    PICTURE X.
           02  PENDRXH    PICTURE X.
           02  PENDRXO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TIPORXC    PICTURE X.
           02  TIPORXH    PICTURE X.
           02  TIPORXO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  IDRXC    PICTURE X.
           02  IDRXH    PICTURE X.
           02  IDRXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTIPRXC    PICTURE X.
           02  DTIPRXH    PICTURE X.
           02  DTIPRXO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NOMBRXC    PICTURE X.
           02  NOMBRXH    PICTURE X.
           02  NOMBRXO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SUCRXC    PICTURE X.
           02  SUCRXH    PICTURE X.
           02  SUCRXO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ULTRXC    PICTURE X.
           02  ULTRXH    PICTURE X.
           02  ULTRXO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SINURXC    PICTURE X.
           02  SINURXH    PICTURE X.
           02  SINURXO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
