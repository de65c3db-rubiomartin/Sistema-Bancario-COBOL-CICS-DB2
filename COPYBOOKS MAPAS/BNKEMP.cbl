             03 PASS2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PASS2I  PIC X(8).
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
           02  MSGEL    COMP  PIC  S9(4).
           02  MSGEF    PICTURE X.
           02  FILLER REDEFINES MSGEF.
           02  PASS2H    PICTURE X.
           02  PASS2O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FISPAISC    PICTURE X.
           02  FISPAISH    PICTURE X.
           02  FISPAISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  FISNIFC    PICTURE X.
           02  FISNIFH    PICTURE X.
           02  FISNIFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MSGEC    PICTURE X.
           02  MSGEH    PICTURE X.
           02  MSGEO  PIC X(60).
