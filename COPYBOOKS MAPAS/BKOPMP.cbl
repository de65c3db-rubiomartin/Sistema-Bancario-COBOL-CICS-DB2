       01  BKMAPOPI.
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
           02  IDEVOPL    COMP  PIC  S9(4).
           02  IDEVOPF    PICTURE X.
           02  FILLER REDEFINES IDEVOPF.
             03 IDEVOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDEVOPI  PIC X(9).
           02  ORIGOPL    COMP  PIC  S9(4).
           02  ORIGOPF    PICTURE X.
           02  FILLER REDEFINES ORIGOPF.
             03 ORIGOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGOPI  PIC X(60).
           02  TIPOOPL    COMP  PIC  S9(4).
           02  TIPOOPF    PICTURE X.
           02  FILLER REDEFINES TIPOOPF.
             03 TIPOOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPOOPI  PIC X(2).
           02  DTIPOPL    COMP  PIC  S9(4).
           02  DTIPOPF    PICTURE X.
           02  FILLER REDEFINES DTIPOPF.
             03 DTIPOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DTIPOPI  PIC X(30).
           02  LINEAOPL    COMP  PIC  S9(4).
           02  LINEAOPF    PICTURE X.
           02  FILLER REDEFINES LINEAOPF.
             03 LINEAOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEAOPI  PIC X(2).
           02  DLINOPL    COMP  PIC  S9(4).
           02  DLINOPF    PICTURE X.
           02  FILLER REDEFINES DLINOPF.
             03 DLINOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DLINOPI  PIC X(30).
           02  CAUSAOPL    COMP  PIC  S9(4).
           02  CAUSAOPF    PICTURE X.
           02  FILLER REDEFINES CAUSAOPF.
             03 CAUSAOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAUSAOPI  PIC X(2).
           02  DCAUOPL    COMP  PIC  S9(4).
           02  DCAUOPF    PICTURE X.
           02  FILLER REDEFINES DCAUOPF.
             03 DCAUOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DCAUOPI  PIC X(30).
           02  SUCOPL    COMP  PIC  S9(4).
           02  SUCOPF    PICTURE X.
           02  FILLER REDEFINES SUCOPF.
             03 SUCOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUCOPI  PIC X(4).
           02  FEVOPL    COMP  PIC  S9(4).
           02  FEVOPF    PICTURE X.
           02  FILLER REDEFINES FEVOPF.
             03 FEVOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FEVOPI  PIC X(10).
           02  FCONOPL    COMP  PIC  S9(4).
           02  FCONOPF    PICTURE X.
           02  FILLER REDEFINES FCONOPF.
             03 FCONOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FCONOPI  PIC X(10).
           02  BRUTAOPL    COMP  PIC  S9(4).
           02  BRUTAOPF    PICTURE X.
           02  FILLER REDEFINES BRUTAOPF.
             03 BRUTAOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BRUTAOPI  PIC X(12).
           02  RECUPOPL    COMP  PIC  S9(4).
           02  RECUPOPF    PICTURE X.
           02  FILLER REDEFINES RECUPOPF.
             03 RECUPOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECUPOPI  PIC X(12).
           02  NETAOPL    COMP  PIC  S9(4).
           02  NETAOPF    PICTURE X.
           02  FILLER REDEFINES NETAOPF.
             03 NETAOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NETAOPI  PIC X(16).
           02  DESCOPL    COMP  PIC  S9(4).
           02  DESCOPF    PICTURE X.
           02  FILLER REDEFINES DESCOPF.
             03 DESCOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESCOPI  PIC X(40).
           02  ESTOPL    COMP  PIC  S9(4).
           02  ESTOPF    PICTURE X.
           02  FILLER REDEFINES ESTOPF.
             03 ESTOPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ESTOPI  PIC X(60).
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
       01  BKMAPOPO REDEFINES BKMAPOPI.
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
           02  IDEVOPC    PICTURE X.
           02  IDEVOPH    PICTURE X.
           02  IDEVOPO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ORIGOPC    PICTURE X.
           02  ORIGOPH    PICTURE X.
           02  ORIGOPO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  TIPOOPC    PICTURE X.
           02  TIPOOPH    PICTURE X.
           02  TIPOOPO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DTIPOPC    PICTURE X.
           02  DTIPOPH    PICTURE X.
           02  DTIPOPO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LINEAOPC    PICTURE X.
           02  LINEAOPH    PICTURE X.
           02  LINEAOPO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DLINOPC    PICTURE X.
           02  DLINOPH    PICTURE X.
           02  DLINOPO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CAUSAOPC    PICTURE X.
           02  CAUSAOPH    PICTURE X.
           02  CAUSAOPO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DCAUOPC    PICTURE X.
           02  DCAUOPH    PICTURE X.
           02  DCAUOPO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  SUCOPC    PICTURE X.
           02  SUCOPH    PICTURE X.
           02  SUCOPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  FEVOPC    PICTURE X.
           02  FEVOPH    PICTURE X.
           02  FEVOPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  FCONOPC    PICTURE X.
           02  FCONOPH    PICTURE X.
           02  FCONOPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  BRUTAOPC    PICTURE X.
           02  BRUTAOPH    PICTURE X.
           02  BRUTAOPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RECUPOPC    PICTURE X.
           02  RECUPOPH    PICTURE X.
           02  RECUPOPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  NETAOPC    PICTURE X.
           02  NETAOPH    PICTURE X.
           02  NETAOPO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  DESCOPC    PICTURE X.
           02  DESCOPH    PICTURE X.
           02  DESCOPO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ESTOPC    PICTURE X.
           02  ESTOPH    PICTURE X.
           02  ESTOPO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
