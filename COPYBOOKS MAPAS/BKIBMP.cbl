             03 IBLIN4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IBLIN4I  PIC X(75).
           02  SOLLINL    COMP  PIC  S9(4).
           02  SOLLINF    PICTURE X.
           02  FILLER REDEFINES SOLLINF.
             03 SOLLINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SOLLINI  PIC X(75).
           02  TEXTOBCL    COMP  PIC  S9(4).
           02  TEXTOBCF    PICTURE X.
           02  FILLER REDEFINES TEXTOBCF.
           02  IBLIN4H    PICTURE X.
           02  IBLIN4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  SOLLINC    PICTURE X.
           02  SOLLINH    PICTURE X.
           02  SOLLINO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  TEXTOBCC    PICTURE X.
           02  TEXTOBCH    PICTURE X.
           02  TEXTOBCO  PIC X(60).
