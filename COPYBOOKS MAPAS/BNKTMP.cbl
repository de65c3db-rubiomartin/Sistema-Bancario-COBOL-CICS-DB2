           02  FILLER REDEFINES CTAEXTF.
             03 CTAEXTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTAEXTI  PIC X(22).
           02  LBLOTPL    COMP  PIC  S9(4).
           02  LBLOTPF    PICTURE X.
           02  FILLER REDEFINES LBLOTPF.
           02  FILLER PICTURE X(3).
           02  CTAEXTC    PICTURE X.
           02  CTAEXTH    PICTURE X.
           02  CTAEXTO  PIC X(22).
           02  FILLER PICTURE X(3).
           02  LBLOTPC    PICTURE X.
           02  LBLOTPH    PICTURE X.
