           02  FILLER REDEFINES CTAEXTBF.
             03 CTAEXTBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTAEXTBI  PIC X(22).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  FILLER PICTURE X(3).
           02  CTAEXTBC    PICTURE X.
           02  CTAEXTBH    PICTURE X.
           02  CTAEXTBO  PIC X(22).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
