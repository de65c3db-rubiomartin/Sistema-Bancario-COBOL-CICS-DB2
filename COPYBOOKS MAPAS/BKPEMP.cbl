             03 CONNVOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONNVOI  PIC X(40).
           02  LBLFISAL    COMP  PIC  S9(4).
           02  LBLFISAF    PICTURE X.
           02  FILLER REDEFINES LBLFISAF.
             03 LBLFISAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLFISAI  PIC X(16).
           02  FISACTL    COMP  PIC  S9(4).
           02  FISACTF    PICTURE X.
           02  FILLER REDEFINES FISACTF.
             03 FISACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FISACTI  PIC X(60).
           02  LBLFISNL    COMP  PIC  S9(4).
           02  LBLFISNF    PICTURE X.
           02  FILLER REDEFINES LBLFISNF.
             03 LBLFISNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLFISNI  PIC X(16).
           02  FISPAISL    COMP  PIC  S9(4).
           02  FISPAISF    PICTURE X.
           02  FILLER REDEFINES FISPAISF.
             03 FISPAISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FISPAISI  PIC X(2).
           02  FISNIFL    COMP  PIC  S9(4).
           02  FISNIFF    PICTURE X.
           02  FILLER REDEFINES FISNIFF.
             03 FISNIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FISNIFI  PIC X(20).
           02  PENDLINL    COMP  PIC  S9(4).
           02  PENDLINF    PICTURE X.
           02  FILLER REDEFINES PENDLINF.
           02  CONNVOH    PICTURE X.
           02  CONNVOO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LBLFISAC    PICTURE X.
           02  LBLFISAH    PICTURE X.
           02  LBLFISAO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  FISACTC    PICTURE X.
           02  FISACTH    PICTURE X.
           02  FISACTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LBLFISNC    PICTURE X.
           02  LBLFISNH    PICTURE X.
           02  LBLFISNO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  FISPAISC    PICTURE X.
           02  FISPAISH    PICTURE X.
           02  FISPAISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  FISNIFC    PICTURE X.
           02  FISNIFH    PICTURE X.
           02  FISNIFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PENDLINC    PICTURE X.
           02  PENDLINH    PICTURE X.
           02  PENDLINO  PIC X(75).
