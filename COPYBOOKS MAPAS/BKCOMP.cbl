             03 MONTOCOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTOCOI  PIC X(12).
           02  LBLVTOL    COMP  PIC  S9(4).
           02  LBLVTOF    PICTURE X.
           02  FILLER REDEFINES LBLVTOF.
             03 LBLVTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLVTOI  PIC X(14).
           02  FECVTOL    COMP  PIC  S9(4).
           02  FECVTOF    PICTURE X.
           02  FILLER REDEFINES FECVTOF.
             03 FECVTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECVTOI  PIC X(10).
           02  LBLIDCL    COMP  PIC  S9(4).
           02  LBLIDCF    PICTURE X.
           02  FILLER REDEFINES LBLIDCF.
             03 LBLIDCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLIDCI  PIC X(14).
           02  IDCUSTL    COMP  PIC  S9(4).
           02  IDCUSTF    PICTURE X.
           02  FILLER REDEFINES IDCUSTF.
             03 IDCUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDCUSTI  PIC X(8).
           02  CONFRML    COMP  PIC  S9(4).
           02  CONFRMF    PICTURE X.
           02  FILLER REDEFINES CONFRMF.
           02  MONTOCOH    PICTURE X.
           02  MONTOCOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLVTOC    PICTURE X.
           02  LBLVTOH    PICTURE X.
           02  LBLVTOO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  FECVTOC    PICTURE X.
           02  FECVTOH    PICTURE X.
           02  FECVTOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLIDCC    PICTURE X.
           02  LBLIDCH    PICTURE X.
           02  LBLIDCO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  IDCUSTC    PICTURE X.
           02  IDCUSTH    PICTURE X.
           02  IDCUSTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CONFRMC    PICTURE X.
           02  CONFRMH    PICTURE X.
           02  CONFRMO  PIC X(70).
