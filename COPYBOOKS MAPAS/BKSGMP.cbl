       01  BKMAPSGI.
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
           02  POLHDRL    COMP  PIC  S9(4).
           02  POLHDRF    PICTURE X.
           02  FILLER REDEFINES POLHDRF.
             03 POLHDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLHDRI  PIC X(70).
           02  POLLIN1L    COMP  PIC  S9(4).
           02  POLLIN1F    PICTURE X.
           02  FILLER REDEFINES POLLIN1F.
             03 POLLIN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLLIN1I  PIC X(70).
           02  POLLIN2L    COMP  PIC  S9(4).
           02  POLLIN2F    PICTURE X.
           02  FILLER REDEFINES POLLIN2F.
             03 POLLIN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLLIN2I  PIC X(70).
           02  POLLIN3L    COMP  PIC  S9(4).
           02  POLLIN3F    PICTURE X.
           02  FILLER REDEFINES POLLIN3F.
             03 POLLIN3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLLIN3I  PIC X(70).
           02  POLLIN4L    COMP  PIC  S9(4).
           02  POLLIN4F    PICTURE X.
           02  FILLER REDEFINES POLLIN4F.
             03 POLLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POLLIN4I  PIC X(70).
           02  LBLCLIL    COMP  PIC  S9(4).
           02  LBLCLIF    PICTURE X.
           02  FILLER REDEFINES LBLCLIF.
             03 LBLCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCLII  PIC X(14).
           02  CLIENSGL    COMP  PIC  S9(4).
           02  CLIENSGF    PICTURE X.
           02  FILLER REDEFINES CLIENSGF.
             03 CLIENSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIENSGI  PIC X(8).
           02  NOMCLIL    COMP  PIC  S9(4).
           02  NOMCLIF    PICTURE X.
           02  FILLER REDEFINES NOMCLIF.
             03 NOMCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMCLII  PIC X(20).
           02  LBLASEL    COMP  PIC  S9(4).
           02  LBLASEF    PICTURE X.
           02  FILLER REDEFINES LBLASEF.
             03 LBLASEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLASEI  PIC X(6).
           02  ASEGSGL    COMP  PIC  S9(4).
           02  ASEGSGF    PICTURE X.
           02  FILLER REDEFINES ASEGSGF.
             03 ASEGSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASEGSGI  PIC X(6).
           02  LBLCOBL    COMP  PIC  S9(4).
           02  LBLCOBF    PICTURE X.
           02  FILLER REDEFINES LBLCOBF.
             03 LBLCOBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCOBI  PIC X(6).
           02  COBERSGL    COMP  PIC  S9(4).
           02  COBERSGF    PICTURE X.
           02  FILLER REDEFINES COBERSGF.
             03 COBERSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COBERSGI  PIC X(1).
           02  LBLSUML    COMP  PIC  S9(4).
           02  LBLSUMF    PICTURE X.
           02  FILLER REDEFINES LBLSUMF.
             03 LBLSUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSUMI  PIC X(6).
           02  SUMASGL    COMP  PIC  S9(4).
           02  SUMASGF    PICTURE X.
           02  FILLER REDEFINES SUMASGF.
             03 SUMASGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUMASGI  PIC X(12).
           02  LBLPRIL    COMP  PIC  S9(4).
           02  LBLPRIF    PICTURE X.
           02  FILLER REDEFINES LBLPRIF.
             03 LBLPRIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLPRII  PIC X(7).
           02  PRIMASGL    COMP  PIC  S9(4).
           02  PRIMASGF    PICTURE X.
           02  FILLER REDEFINES PRIMASGF.
             03 PRIMASGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRIMASGI  PIC X(12).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(8).
           02  CUENTSGL    COMP  PIC  S9(4).
           02  CUENTSGF    PICTURE X.
           02  FILLER REDEFINES CUENTSGF.
             03 CUENTSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTSGI  PIC X(10).
           02  LBLBAJL    COMP  PIC  S9(4).
           02  LBLBAJF    PICTURE X.
           02  FILLER REDEFINES LBLBAJF.
             03 LBLBAJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLBAJI  PIC X(14).
           02  BAJASGL    COMP  PIC  S9(4).
           02  BAJASGF    PICTURE X.
           02  FILLER REDEFINES BAJASGF.
             03 BAJASGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BAJASGI  PIC X(8).
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
       01  BKMAPSGO REDEFINES BKMAPSGI.
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
           02  POLHDRC    PICTURE X.
           02  POLHDRH    PICTURE X.
           02  POLHDRO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  POLLIN1C    PICTURE X.
           02  POLLIN1H    PICTURE X.
           02  POLLIN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  POLLIN2C    PICTURE X.
           02  POLLIN2H    PICTURE X.
           02  POLLIN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  POLLIN3C    PICTURE X.
           02  POLLIN3H    PICTURE X.
           02  POLLIN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  POLLIN4C    PICTURE X.
           02  POLLIN4H    PICTURE X.
           02  POLLIN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCLIC    PICTURE X.
           02  LBLCLIH    PICTURE X.
           02  LBLCLIO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  CLIENSGC    PICTURE X.
           02  CLIENSGH    PICTURE X.
           02  CLIENSGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMCLIC    PICTURE X.
           02  NOMCLIH    PICTURE X.
           02  NOMCLIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBLASEC    PICTURE X.
           02  LBLASEH    PICTURE X.
           02  LBLASEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ASEGSGC    PICTURE X.
           02  ASEGSGH    PICTURE X.
           02  ASEGSGO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LBLCOBC    PICTURE X.
           02  LBLCOBH    PICTURE X.
           02  LBLCOBO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  COBERSGC    PICTURE X.
           02  COBERSGH    PICTURE X.
           02  COBERSGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLSUMC    PICTURE X.
           02  LBLSUMH    PICTURE X.
           02  LBLSUMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SUMASGC    PICTURE X.
           02  SUMASGH    PICTURE X.
           02  SUMASGO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLPRIC    PICTURE X.
           02  LBLPRIH    PICTURE X.
           02  LBLPRIO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  PRIMASGC    PICTURE X.
           02  PRIMASGH    PICTURE X.
           02  PRIMASGO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUENTSGC    PICTURE X.
           02  CUENTSGH    PICTURE X.
           02  CUENTSGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLBAJC    PICTURE X.
           02  LBLBAJH    PICTURE X.
           02  LBLBAJO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  BAJASGC    PICTURE X.
           02  BAJASGH    PICTURE X.
           02  BAJASGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
