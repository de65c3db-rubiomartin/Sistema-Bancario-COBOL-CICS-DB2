       01  BKMAPTFI.
           02  FILLER PIC X(12).
           02  TITULOL    COMP  PIC  S9(4).
           02  TITULOF    PICTURE X.
           02  FILLER REDEFINES TITULOF.
             03 TITULOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITULOI  PIC X(35).
           02  ADMINUL    COMP  PIC  S9(4).
           02  ADMINUF    PICTURE X.
           02  FILLER REDEFINES ADMINUF.
             03 ADMINUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADMINUI  PIC X(8).
           02  ADMINPL    COMP  PIC  S9(4).
           02  ADMINPF    PICTURE X.
           02  FILLER REDEFINES ADMINPF.
             03 ADMINPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADMINPI  PIC X(8).
           02  EVENTOL    COMP  PIC  S9(4).
           02  EVENTOF    PICTURE X.
           02  FILLER REDEFINES EVENTOF.
             03 EVENTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVENTOI  PIC X(8).
           02  TIPOCTL    COMP  PIC  S9(4).
           02  TIPOCTF    PICTURE X.
           02  FILLER REDEFINES TIPOCTF.
             03 TIPOCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIPOCTI  PIC X(1).
           02  VIGLN1L    COMP  PIC  S9(4).
           02  VIGLN1F    PICTURE X.
           02  FILLER REDEFINES VIGLN1F.
             03 VIGLN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VIGLN1I  PIC X(79).
           02  VIGLN2L    COMP  PIC  S9(4).
           02  VIGLN2F    PICTURE X.
           02  FILLER REDEFINES VIGLN2F.
             03 VIGLN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VIGLN2I  PIC X(79).
           02  FUTLN1L    COMP  PIC  S9(4).
           02  FUTLN1F    PICTURE X.
           02  FILLER REDEFINES FUTLN1F.
             03 FUTLN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FUTLN1I  PIC X(79).
           02  FUTLN2L    COMP  PIC  S9(4).
           02  FUTLN2F    PICTURE X.
           02  FILLER REDEFINES FUTLN2F.
             03 FUTLN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FUTLN2I  PIC X(79).
           02  FIJONVL    COMP  PIC  S9(4).
           02  FIJONVF    PICTURE X.
           02  FILLER REDEFINES FIJONVF.
             03 FIJONVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FIJONVI  PIC X(12).
           02  PCTNVL    COMP  PIC  S9(4).
           02  PCTNVF    PICTURE X.
           02  FILLER REDEFINES PCTNVF.
             03 PCTNVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PCTNVI  PIC X(12).
           02  MINNVL    COMP  PIC  S9(4).
           02  MINNVF    PICTURE X.
           02  FILLER REDEFINES MINNVF.
             03 MINNVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MINNVI  PIC X(12).
           02  MAXNVL    COMP  PIC  S9(4).
           02  MAXNVF    PICTURE X.
           02  FILLER REDEFINES MAXNVF.
             03 MAXNVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAXNVI  PIC X(12).
           02  FRANNVL    COMP  PIC  S9(4).
           02  FRANNVF    PICTURE X.
           02  FILLER REDEFINES FRANNVF.
             03 FRANNVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FRANNVI  PIC X(3).
           02  FECHAEFL    COMP  PIC  S9(4).
           02  FECHAEFF    PICTURE X.
           02  FILLER REDEFINES FECHAEFF.
             03 FECHAEFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECHAEFI  PIC X(10).
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
       01  BKMAPTFO REDEFINES BKMAPTFI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TITULOC    PICTURE X.
           02  TITULOH    PICTURE X.
           02  TITULOO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  ADMINUC    PICTURE X.
           02  ADMINUH    PICTURE X.
           02  ADMINUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ADMINPC    PICTURE X.
           02  ADMINPH    PICTURE X.
           02  ADMINPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EVENTOC    PICTURE X.
           02  EVENTOH    PICTURE X.
           02  EVENTOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TIPOCTC    PICTURE X.
           02  TIPOCTH    PICTURE X.
           02  TIPOCTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VIGLN1C    PICTURE X.
           02  VIGLN1H    PICTURE X.
           02  VIGLN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  VIGLN2C    PICTURE X.
           02  VIGLN2H    PICTURE X.
           02  VIGLN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  FUTLN1C    PICTURE X.
           02  FUTLN1H    PICTURE X.
           02  FUTLN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  FUTLN2C    PICTURE X.
           02  FUTLN2H    PICTURE X.
           02  FUTLN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  FIJONVC    PICTURE X.
           02  FIJONVH    PICTURE X.
           02  FIJONVO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PCTNVC    PICTURE X.
           02  PCTNVH    PICTURE X.
           02  PCTNVO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MINNVC    PICTURE X.
           02  MINNVH    PICTURE X.
           02  MINNVO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MAXNVC    PICTURE X.
           02  MAXNVH    PICTURE X.
           02  MAXNVO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  FRANNVC    PICTURE X.
           02  FRANNVH    PICTURE X.
           02  FRANNVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  FECHAEFC    PICTURE X.
           02  FECHAEFH    PICTURE X.
           02  FECHAEFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
