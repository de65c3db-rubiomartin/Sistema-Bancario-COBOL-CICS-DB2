             03 DOCSUCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCSUCI  PIC X(60).
           02  LBLFECL    COMP  PIC  S9(4).
           02  LBLFECF    PICTURE X.
           02  FILLER REDEFINES LBLFECF.
             03 LBLFECA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLFECI  PIC X(14).
           02  FECFALL    COMP  PIC  S9(4).
           02  FECFALF    PICTURE X.
           02  FILLER REDEFINES FECFALF.
             03 FECFALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECFALI  PIC X(10).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
           02  DOCSUCH    PICTURE X.
           02  DOCSUCO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LBLFECC    PICTURE X.
           02  LBLFECH    PICTURE X.
           02  LBLFECO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  FECFALC    PICTURE X.
           02  FECFALH    PICTURE X.
           02  FECFALO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1O  PIC X(70).
