             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
           02  GRUPOSELL    COMP  PIC  S9(4).
           02  GRUPOSELF    PICTURE X.
           02  FILLER REDEFINES GRUPOSELF.
             03 GRUPOSELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GRUPOSELI  PIC X(1).
           02  PAGINAL    COMP  PIC  S9(4).
           02  PAGINAF    PICTURE X.
           02  FILLER REDEFINES PAGINAF.
             03 PAGINAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAGINAI  PIC X(2).
           02  NIVELL    COMP  PIC  S9(4).
           02  NIVELF    PICTURE X.
           02  FILLER REDEFINES NIVELF.
             03 NIVELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NIVELI  PIC X(40).
           02  LINEA01L    COMP  PIC  S9(4).
           02  LINEA01F    PICTURE X.
           02  FILLER REDEFINES LINEA01F.
             03 LINEA01A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA01I  PIC X(40).
           02  LINEA02L    COMP  PIC  S9(4).
           02  LINEA02F    PICTURE X.
           02  FILLER REDEFINES LINEA02F.
             03 LINEA02A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA02I  PIC X(40).
           02  LINEA03L    COMP  PIC  S9(4).
           02  LINEA03F    PICTURE X.
           02  FILLER REDEFINES LINEA03F.
             03 LINEA03A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA03I  PIC X(40).
           02  LINEA04L    COMP  PIC  S9(4).
           02  LINEA04F    PICTURE X.
           02  FILLER REDEFINES LINEA04F.
             03 LINEA04A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA04I  PIC X(40).
           02  LINEA05L    COMP  PIC  S9(4).
           02  LINEA05F    PICTURE X.
           02  FILLER REDEFINES LINEA05F.
             03 LINEA05A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA05I  PIC X(40).
           02  LINEA06L    COMP  PIC  S9(4).
           02  LINEA06F    PICTURE X.
           02  FILLER REDEFINES LINEA06F.
             03 LINEA06A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA06I  PIC X(40).
           02  LINEA07L    COMP  PIC  S9(4).
           02  LINEA07F    PICTURE X.
           02  FILLER REDEFINES LINEA07F.
             03 LINEA07A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA07I  PIC X(40).
           02  LINEA08L    COMP  PIC  S9(4).
           02  LINEA08F    PICTURE X.
           02  FILLER REDEFINES LINEA08F.
             03 LINEA08A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA08I  PIC X(40).
           02  LINEA09L    COMP  PIC  S9(4).
           02  LINEA09F    PICTURE X.
           02  FILLER REDEFINES LINEA09F.
             03 LINEA09A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA09I  PIC X(40).
           02  LINEA10L    COMP  PIC  S9(4).
           02  LINEA10F    PICTURE X.
           02  FILLER REDEFINES LINEA10F.
             03 LINEA10A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA10I  PIC X(40).
           02  LINEA11L    COMP  PIC  S9(4).
           02  LINEA11F    PICTURE X.
           02  FILLER REDEFINES LINEA11F.
             03 LINEA11A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA11I  PIC X(40).
           02  LINEA12L    COMP  PIC  S9(4).
           02  LINEA12F    PICTURE X.
           02  FILLER REDEFINES LINEA12F.
             03 LINEA12A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA12I  PIC X(40).
           02  LEYENDAL    COMP  PIC  S9(4).
           02  LEYENDAF    PICTURE X.
           02  FILLER REDEFINES LEYENDAF.
             03 LEYENDAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LEYENDAI  PIC X(60).
       01  BNKMAPMO REDEFINES BNKMAPMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  GRUPOSELC    PICTURE X.
           02  GRUPOSELH    PICTURE X.
           02  GRUPOSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PAGINAC    PICTURE X.
           02  PAGINAH    PICTURE X.
           02  PAGINAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NIVELC    PICTURE X.
           02  NIVELH    PICTURE X.
           02  NIVELO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA01C    PICTURE X.
           02  LINEA01H    PICTURE X.
           02  LINEA01O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA02C    PICTURE X.
           02  LINEA02H    PICTURE X.
           02  LINEA02O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA03C    PICTURE X.
           02  LINEA03H    PICTURE X.
           02  LINEA03O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA04C    PICTURE X.
           02  LINEA04H    PICTURE X.
           02  LINEA04O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA05C    PICTURE X.
           02  LINEA05H    PICTURE X.
           02  LINEA05O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA06C    PICTURE X.
           02  LINEA06H    PICTURE X.
           02  LINEA06O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA07C    PICTURE X.
           02  LINEA07H    PICTURE X.
           02  LINEA07O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA08C    PICTURE X.
           02  LINEA08H    PICTURE X.
           02  LINEA08O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA09C    PICTURE X.
           02  LINEA09H    PICTURE X.
           02  LINEA09O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA10C    PICTURE X.
           02  LINEA10H    PICTURE X.
           02  LINEA10O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA11C    PICTURE X.
           02  LINEA11H    PICTURE X.
           02  LINEA11O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LINEA12C    PICTURE X.
           02  LINEA12H    PICTURE X.
           02  LINEA12O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
