             03 INFO6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFO6I  PIC X(75).
           02  AMLINFL    COMP  PIC  S9(4).
           02  AMLINFF    PICTURE X.
           02  FILLER REDEFINES AMLINFF.
             03 AMLINFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AMLINFI  PIC X(75).
           02  BENF1L    COMP  PIC  S9(4).
           02  BENF1F    PICTURE X.
           02  FILLER REDEFINES BENF1F.
             03 BENF1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BENF1I  PIC X(75).
           02  BENF2L    COMP  PIC  S9(4).
           02  BENF2F    PICTURE X.
           02  FILLER REDEFINES BENF2F.
             03 BENF2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BENF2I  PIC X(75).
           02  BENF3L    COMP  PIC  S9(4).
           02  BENF3F    PICTURE X.
           02  FILLER REDEFINES BENF3F.
             03 BENF3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BENF3I  PIC X(75).
           02  FONDINFL    COMP  PIC  S9(4).
           02  FONDINFF    PICTURE X.
           02  FILLER REDEFINES FONDINFF.
             03 FONDINFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FONDINFI  PIC X(75).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  INFO6H    PICTURE X.
           02  INFO6O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AMLINFC    PICTURE X.
           02  AMLINFH    PICTURE X.
           02  AMLINFO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BENF1C    PICTURE X.
           02  BENF1H    PICTURE X.
           02  BENF1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BENF2C    PICTURE X.
           02  BENF2H    PICTURE X.
           02  BENF2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  BENF3C    PICTURE X.
           02  BENF3H    PICTURE X.
           02  BENF3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  FONDINFC    PICTURE X.
           02  FONDINFH    PICTURE X.
           02  FONDINFO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
