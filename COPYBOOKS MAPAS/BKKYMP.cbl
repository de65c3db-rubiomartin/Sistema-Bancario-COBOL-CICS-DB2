             03 DOCVTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCVTOI  PIC X(10).
           02  DOCPAISL    COMP  PIC  S9(4).
           02  DOCPAISF    PICTURE X.
           02  FILLER REDEFINES DOCPAISF.
             03 DOCPAISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOCPAISI  PIC X(2).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  DOCVTOH    PICTURE X.
           02  DOCVTOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DOCPAISC    PICTURE X.
           02  DOCPAISH    PICTURE X.
           02  DOCPAISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
