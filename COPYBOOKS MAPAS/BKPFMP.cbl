             03 RESCIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESCIDI  PIC X(8).
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
       01  BKMAPPFO REDEFINES BKMAPPFI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RESCIDC    PICTURE X.
           02  RESCIDH    PICTURE X.
           02  RESCIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLUNIC    PICTURE X.
           02  LBLUNIH    PICTURE X.
           02  LBLUNIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  UNIDADC    PICTURE X.
           02  UNIDADH    PICTURE X.
           02  UNIDADO  PIC X(3).
