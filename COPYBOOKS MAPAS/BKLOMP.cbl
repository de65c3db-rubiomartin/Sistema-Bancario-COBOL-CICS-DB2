             03 FORZARA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FORZARI  PIC X(1).
           02  LBLUNIL    COMP  PIC  S9(4).
           02  LBLUNIF    PICTURE X.
           02  FILLER REDEFINES LBLUNIF.
             03 LBLUNIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLUNII  PIC X(20).
           02  UNIDADL    COMP  PIC  S9(4).
           02  UNIDADF    PICTURE X.
           02  FILLER REDEFINES UNIDADF.
             03 UNIDADA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  UNIDADI  PIC X(3).
           02  LBLSOLL    COMP  PIC  S9(4).
           02  LBLSOLF    PICTURE X.
           02  FILLER REDEFINES LBLSOLF.
             03 LBLSOLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSOLI  PIC X(20).
           02  SOLICIL    COMP  PIC  S9(4).
           02  SOLICIF    PICTURE X.
           02  FILLER REDEFINES SOLICIF.
             03 SOLICIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLICII  PIC X(8).
       01  BKMAPLOO REDEFINES BKMAPLOI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FORZARC    PICTURE X.
           02  FORZARH    PICTURE X.
           02  FORZARO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LBLUNIC    PICTURE X.
           02  LBLUNIH    PICTURE X.
           02  LBLUNIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  UNIDADC    PICTURE X.
           02  UNIDADH    PICTURE X.
           02  UNIDADO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLSOLC    PICTURE X.
           02  LBLSOLH    PICTURE X.
           02  LBLSOLO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SOLICIC    PICTURE X.
           02  SOLICIH    PICTURE X.
           02  SOLICIO  PIC X(8).
