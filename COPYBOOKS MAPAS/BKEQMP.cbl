       01  BKMAPEQI.
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
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(18).
           02  CUENTAL    COMP  PIC  S9(4).
           02  CUENTAF    PICTURE X.
           02  FILLER REDEFINES CUENTAF.
             03 CUENTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUENTAI  PIC X(10).
           02  INFOEQL    COMP  PIC  S9(4).
           02  INFOEQF    PICTURE X.
           02  FILLER REDEFINES INFOEQF.
             03 INFOEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFOEQI  PIC X(70).
           02  LBLDOCL    COMP  PIC  S9(4).
           02  LBLDOCF    PICTURE X.
           02  FILLER REDEFINES LBLDOCF.
             03 LBLDOCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDOCI  PIC X(20).
           02  DOCEQL    COMP  PIC  S9(4).
           02  DOCEQF    PICTURE X.
           02  FILLER REDEFINES DOCEQF.
             03 DOCEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCEQI  PIC X(20).
           02  LBLMONL    COMP  PIC  S9(4).
           02  LBLMONF    PICTURE X.
           02  FILLER REDEFINES LBLMONF.
             03 LBLMONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMONI  PIC X(20).
           02  MONEQL    COMP  PIC  S9(4).
           02  MONEQF    PICTURE X.
           02  FILLER REDEFINES MONEQF.
             03 MONEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONEQI  PIC X(12).
           02  LBLFECL    COMP  PIC  S9(4).
           02  LBLFECF    PICTURE X.
           02  FILLER REDEFINES LBLFECF.
             03 LBLFECA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLFECI  PIC X(20).
           02  FECEQL    COMP  PIC  S9(4).
           02  FECEQF    PICTURE X.
           02  FILLER REDEFINES FECEQF.
             03 FECEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECEQI  PIC X(10).
           02  LBLNROL    COMP  PIC  S9(4).
           02  LBLNROF    PICTURE X.
           02  FILLER REDEFINES LBLNROF.
             03 LBLNROA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLNROI  PIC X(20).
           02  NROEQL    COMP  PIC  S9(4).
           02  NROEQF    PICTURE X.
           02  FILLER REDEFINES NROEQF.
             03 NROEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NROEQI  PIC X(16).
           02  LBLVISL    COMP  PIC  S9(4).
           02  LBLVISF    PICTURE X.
           02  FILLER REDEFINES LBLVISF.
             03 LBLVISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLVISI  PIC X(20).
           02  VISEQL    COMP  PIC  S9(4).
           02  VISEQF    PICTURE X.
           02  FILLER REDEFINES VISEQF.
             03 VISEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VISEQI  PIC X(1).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFRMI  PIC X(70).
           02  ECQ1L    COMP  PIC  S9(4).
           02  ECQ1F    PICTURE X.
           02  FILLER REDEFINES ECQ1F.
             03 ECQ1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ1I  PIC X(78).
           02  ECQ2L    COMP  PIC  S9(4).
           02  ECQ2F    PICTURE X.
           02  FILLER REDEFINES ECQ2F.
             03 ECQ2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ2I  PIC X(78).
           02  ECQ3L    COMP  PIC  S9(4).
           02  ECQ3F    PICTURE X.
           02  FILLER REDEFINES ECQ3F.
             03 ECQ3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ3I  PIC X(78).
           02  ECQ4L    COMP  PIC  S9(4).
           02  ECQ4F    PICTURE X.
           02  FILLER REDEFINES ECQ4F.
             03 ECQ4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ4I  PIC X(78).
           02  ECQ5L    COMP  PIC  S9(4).
           02  ECQ5F    PICTURE X.
           02  FILLER REDEFINES ECQ5F.
             03 ECQ5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ5I  PIC X(78).
           02  ECQ6L    COMP  PIC  S9(4).
           02  ECQ6F    PICTURE X.
           02  FILLER REDEFINES ECQ6F.
             03 ECQ6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ6I  PIC X(78).
           02  ECQ7L    COMP  PIC  S9(4).
           02  ECQ7F    PICTURE X.
           02  FILLER REDEFINES ECQ7F.
             03 ECQ7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ7I  PIC X(78).
           02  ECQ8L    COMP  PIC  S9(4).
           02  ECQ8F    PICTURE X.
           02  FILLER REDEFINES ECQ8F.
             03 ECQ8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECQ8I  PIC X(78).
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
       01  BKMAPEQO REDEFINES BKMAPEQI.
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
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  CUENTAC    PICTURE X.
           02  CUENTAH    PICTURE X.
           02  CUENTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  INFOEQC    PICTURE X.
           02  INFOEQH    PICTURE X.
           02  INFOEQO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLDOCC    PICTURE X.
           02  LBLDOCH    PICTURE X.
           02  LBLDOCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DOCEQC    PICTURE X.
           02  DOCEQH    PICTURE X.
           02  DOCEQO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBLMONC    PICTURE X.
           02  LBLMONH    PICTURE X.
           02  LBLMONO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONEQC    PICTURE X.
           02  MONEQH    PICTURE X.
           02  MONEQO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLFECC    PICTURE X.
           02  LBLFECH    PICTURE X.
           02  LBLFECO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  FECEQC    PICTURE X.
           02  FECEQH    PICTURE X.
           02  FECEQO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLNROC    PICTURE X.
           02  LBLNROH    PICTURE X.
           02  LBLNROO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NROEQC    PICTURE X.
           02  NROEQH    PICTURE X.
           02  NROEQO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  LBLVISC    PICTURE X.
           02  LBLVISH    PICTURE X.
           02  LBLVISO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VISEQC    PICTURE X.
           02  VISEQH    PICTURE X.
           02  VISEQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ECQ1C    PICTURE X.
           02  ECQ1H    PICTURE X.
           02  ECQ1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ2C    PICTURE X.
           02  ECQ2H    PICTURE X.
           02  ECQ2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ3C    PICTURE X.
           02  ECQ3H    PICTURE X.
           02  ECQ3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ4C    PICTURE X.
           02  ECQ4H    PICTURE X.
           02  ECQ4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ5C    PICTURE X.
           02  ECQ5H    PICTURE X.
           02  ECQ5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ6C    PICTURE X.
           02  ECQ6H    PICTURE X.
           02  ECQ6O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ7C    PICTURE X.
           02  ECQ7H    PICTURE X.
           02  ECQ7O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ECQ8C    PICTURE X.
           02  ECQ8H    PICTURE X.
           02  ECQ8O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
