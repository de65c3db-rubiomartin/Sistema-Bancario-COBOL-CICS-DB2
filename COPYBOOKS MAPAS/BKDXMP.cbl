             03 MONTODXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTODXI  PIC X(12).
           02  LBLCLIL    COMP  PIC  S9(4).
           02  LBLCLIF    PICTURE X.
           02  FILLER REDEFINES LBLCLIF.
             03 LBLCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCLII  PIC X(10).
           02  CLIEDXL    COMP  PIC  S9(4).
           02  CLIEDXF    PICTURE X.
           02  FILLER REDEFINES CLIEDXF.
             03 CLIEDXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIEDXI  PIC X(8).
           02  LBLD1L    COMP  PIC  S9(4).
           02  LBLD1F    PICTURE X.
           02  FILLER REDEFINES LBLD1F.
           02  MONTODXH    PICTURE X.
           02  MONTODXO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLCLIC    PICTURE X.
           02  LBLCLIH    PICTURE X.
           02  LBLCLIO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CLIEDXC    PICTURE X.
           02  CLIEDXH    PICTURE X.
           02  CLIEDXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLD1C    PICTURE X.
           02  LBLD1H    PICTURE X.
           02  LBLD1O  PIC X(6).
