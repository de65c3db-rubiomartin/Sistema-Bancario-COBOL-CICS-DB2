       01  BKMAPTPI.
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
           02  CTATPL    COMP  PIC  S9(4).
           02  CTATPF    PICTURE X.
           02  FILLER REDEFINES CTATPF.
             03 CTATPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTATPI  PIC X(10).
           02  TIPNTPL    COMP  PIC  S9(4).
           02  TIPNTPF    PICTURE X.
           02  FILLER REDEFINES TIPNTPF.
             03 TIPNTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPNTPI  PIC X(1).
           02  USUTPL    COMP  PIC  S9(4).
           02  USUTPF    PICTURE X.
           02  FILLER REDEFINES USUTPF.
             03 USUTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USUTPI  PIC X(8).
           02  NOMTPL    COMP  PIC  S9(4).
           02  NOMTPF    PICTURE X.
           02  FILLER REDEFINES NOMTPF.
             03 NOMTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMTPI  PIC X(20).
           02  TIPATPL    COMP  PIC  S9(4).
           02  TIPATPF    PICTURE X.
           02  FILLER REDEFINES TIPATPF.
             03 TIPATPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPATPI  PIC X(1).
           02  DESATPL    COMP  PIC  S9(4).
           02  DESATPF    PICTURE X.
           02  FILLER REDEFINES DESATPF.
             03 DESATPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESATPI  PIC X(20).
           02  DESNTPL    COMP  PIC  S9(4).
           02  DESNTPF    PICTURE X.
           02  FILLER REDEFINES DESNTPF.
             03 DESNTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESNTPI  PIC X(20).
           02  SALTPL    COMP  PIC  S9(4).
           02  SALTPF    PICTURE X.
           02  FILLER REDEFINES SALTPF.
             03 SALTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SALTPI  PIC X(12).
           02  INTTPL    COMP  PIC  S9(4).
           02  INTTPF    PICTURE X.
           02  FILLER REDEFINES INTTPF.
             03 INTTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INTTPI  PIC X(12).
           02  RETTPL    COMP  PIC  S9(4).
           02  RETTPF    PICTURE X.
           02  FILLER REDEFINES RETTPF.
             03 RETTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RETTPI  PIC X(12).
           02  COMTPL    COMP  PIC  S9(4).
           02  COMTPF    PICTURE X.
           02  FILLER REDEFINES COMTPF.
             03 COMTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMTPI  PIC X(12).
           02  DIASTPL    COMP  PIC  S9(4).
           02  DIASTPF    PICTURE X.
           02  FILLER REDEFINES DIASTPF.
             03 DIASTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DIASTPI  PIC X(5).
           02  ULTTPL    COMP  PIC  S9(4).
           02  ULTTPF    PICTURE X.
           02  FILLER REDEFINES ULTTPF.
             03 ULTTPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ULTTPI  PIC X(60).
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
       01  BKMAPTPO REDEFINES BKMAPTPI.
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
           02  CTATPC    PICTURE X.
           02  CTATPH    PICTURE X.
           02  CTATPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TIPNTPC    PICTURE X.
           02  TIPNTPH    PICTURE X.
           02  TIPNTPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  USUTPC    PICTURE X.
           02  USUTPH    PICTURE X.
           02  USUTPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMTPC    PICTURE X.
           02  NOMTPH    PICTURE X.
           02  NOMTPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TIPATPC    PICTURE X.
           02  TIPATPH    PICTURE X.
           02  TIPATPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DESATPC    PICTURE X.
           02  DESATPH    PICTURE X.
           02  DESATPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DESNTPC    PICTURE X.
           02  DESNTPH    PICTURE X.
           02  DESNTPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SALTPC    PICTURE X.
           02  SALTPH    PICTURE X.
           02  SALTPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  INTTPC    PICTURE X.
           02  INTTPH    PICTURE X.
           02  INTTPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RETTPC    PICTURE X.
           02  RETTPH    PICTURE X.
           02  RETTPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  COMTPC    PICTURE X.
           02  COMTPH    PICTURE X.
           02  COMTPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DIASTPC    PICTURE X.
           02  DIASTPH    PICTURE X.
           02  DIASTPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ULTTPC    PICTURE X.
           02  ULTTPH    PICTURE X.
           02  ULTTPO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
