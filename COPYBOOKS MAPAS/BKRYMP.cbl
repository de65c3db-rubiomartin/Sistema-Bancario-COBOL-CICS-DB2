       01  BKMAPRYI.
           02  FILLER PIC X(12).
           02  TITULOL    COMP  PIC  S9(4).
           02  TITULOF    PICTURE X.
           02  FILLER REDEFINES TITULOF.
             03 TITULOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITULOI  PIC X(35).
           02  LBLUSERL    COMP  PIC  S9(4).
           02  LBLUSERF    PICTURE X.
           02  FILLER REDEFINES LBLUSERF.
             03 LBLUSERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLUSERI  PIC X(18).
           02  NOMBREUSL    COMP  PIC  S9(4).
           02  NOMBREUSF    PICTURE X.
           02  FILLER REDEFINES NOMBREUSF.
             03 NOMBREUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMBREUSI  PIC X(10).
           02  LINEA2L    COMP  PIC  S9(4).
           02  LINEA2F    PICTURE X.
           02  FILLER REDEFINES LINEA2F.
             03 LINEA2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINEA2I  PIC X(80).
           02  INFORYL    COMP  PIC  S9(4).
           02  INFORYF    PICTURE X.
           02  FILLER REDEFINES INFORYF.
             03 INFORYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INFORYI  PIC X(70).
           02  LBLCLIL    COMP  PIC  S9(4).
           02  LBLCLIF    PICTURE X.
           02  FILLER REDEFINES LBLCLIF.
             03 LBLCLIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCLII  PIC X(20).
           02  CLIRYL    COMP  PIC  S9(4).
           02  CLIRYF    PICTURE X.
           02  FILLER REDEFINES CLIRYF.
             03 CLIRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLIRYI  PIC X(8).
           02  LBLCTAL    COMP  PIC  S9(4).
           02  LBLCTAF    PICTURE X.
           02  FILLER REDEFINES LBLCTAF.
             03 LBLCTAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLCTAI  PIC X(20).
           02  CTARYL    COMP  PIC  S9(4).
           02  CTARYF    PICTURE X.
           02  FILLER REDEFINES CTARYF.
             03 CTARYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTARYI  PIC X(10).
           02  LBLSUCL    COMP  PIC  S9(4).
           02  LBLSUCF    PICTURE X.
           02  FILLER REDEFINES LBLSUCF.
             03 LBLSUCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLSUCI  PIC X(20).
           02  SUCRYL    COMP  PIC  S9(4).
           02  SUCRYF    PICTURE X.
           02  FILLER REDEFINES SUCRYF.
             03 SUCRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUCRYI  PIC X(4).
           02  LBLFECL    COMP  PIC  S9(4).
           02  LBLFECF    PICTURE X.
           02  FILLER REDEFINES LBLFECF.
             03 LBLFECA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLFECI  PIC X(20).
           02  FECRYL    COMP  PIC  S9(4).
           02  FECRYF    PICTURE X.
           02  FILLER REDEFINES FECRYF.
             03 FECRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FECRYI  PIC X(10).
           02  LBLMTOL    COMP  PIC  S9(4).
           02  LBLMTOF    PICTURE X.
           02  FILLER REDEFINES LBLMTOF.
             03 LBLMTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLMTOI  PIC X(20).
           02  MONTORYL    COMP  PIC  S9(4).
           02  MONTORYF    PICTURE X.
           02  FILLER REDEFINES MONTORYF.
             03 MONTORYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTORYI  PIC X(12).
           02  LBLDENL    COMP  PIC  S9(4).
           02  LBLDENF    PICTURE X.
           02  FILLER REDEFINES LBLDENF.
             03 LBLDENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLDENI  PIC X(20).
           02  C100RYL    COMP  PIC  S9(4).
           02  C100RYF    PICTURE X.
           02  FILLER REDEFINES C100RYF.
             03 C100RYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C100RYI  PIC X(3).
           02  C50RYL    COMP  PIC  S9(4).
           02  C50RYF    PICTURE X.
           02  FILLER REDEFINES C50RYF.
             03 C50RYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C50RYI  PIC X(3).
           02  C20RYL    COMP  PIC  S9(4).
           02  C20RYF    PICTURE X.
           02  FILLER REDEFINES C20RYF.
             03 C20RYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C20RYI  PIC X(3).
           02  C10RYL    COMP  PIC  S9(4).
           02  C10RYF    PICTURE X.
           02  FILLER REDEFINES C10RYF.
             03 C10RYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  C10RYI  PIC X(3).
           02  LBLRESL    COMP  PIC  S9(4).
           02  LBLRESF    PICTURE X.
           02  FILLER REDEFINES LBLRESF.
             03 LBLRESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LBLRESI  PIC X(20).
           02  RESRYL    COMP  PIC  S9(4).
           02  RESRYF    PICTURE X.
           02  FILLER REDEFINES RESRYF.
             03 RESRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESRYI  PIC X(9).
           02  RSY1L    COMP  PIC  S9(4).
           02  RSY1F    PICTURE X.
           02  FILLER REDEFINES RSY1F.
             03 RSY1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSY1I  PIC X(78).
           02  RSY2L    COMP  PIC  S9(4).
           02  RSY2F    PICTURE X.
           02  FILLER REDEFINES RSY2F.
             03 RSY2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSY2I  PIC X(78).
           02  RSY3L    COMP  PIC  S9(4).
           02  RSY3F    PICTURE X.
           02  FILLER REDEFINES RSY3F.
             03 RSY3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSY3I  PIC X(78).
           02  RSY4L    COMP  PIC  S9(4).
           02  RSY4F    PICTURE X.
           02  FILLER REDEFINES RSY4F.
             03 RSY4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSY4I  PIC X(78).
           02  RSY5L    COMP  PIC  S9(4).
           02  RSY5F    PICTURE X.
           02  FILLER REDEFINES RSY5F.
             03 RSY5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSY5I  PIC X(78).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
           02  LEYENDAL    COMP  PIC  S9(4).
           02  LEYENDAF    PICTURE X.
           02  FILLER REDEFINES LEYENDAF.
             03 LEYENDAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LEYENDAI  PIC X(60).
       01  BKMAPRYO REDEFINES BKMAPRYI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TITULOC    PICTURE X.
           02  TITULOH    PICTURE X.
           02  TITULOO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  LBLUSERC    PICTURE X.
           02  LBLUSERH    PICTURE X.
           02  LBLUSERO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  NOMBREUSC    PICTURE X.
           02  NOMBREUSH    PICTURE X.
           02  NOMBREUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LINEA2C    PICTURE X.
           02  LINEA2H    PICTURE X.
           02  LINEA2O  PIC X(80).
           02  FILLER PICTURE X(3).
           02  INFORYC    PICTURE X.
           02  INFORYH    PICTURE X.
           02  INFORYO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LBLCLIC    PICTURE X.
           02  LBLCLIH    PICTURE X.
           02  LBLCLIO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CLIRYC    PICTURE X.
           02  CLIRYH    PICTURE X.
           02  CLIRYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LBLCTAC    PICTURE X.
           02  LBLCTAH    PICTURE X.
           02  LBLCTAO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CTARYC    PICTURE X.
           02  CTARYH    PICTURE X.
           02  CTARYO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLSUCC    PICTURE X.
           02  LBLSUCH    PICTURE X.
           02  LBLSUCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SUCRYC    PICTURE X.
           02  SUCRYH    PICTURE X.
           02  SUCRYO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LBLFECC    PICTURE X.
           02  LBLFECH    PICTURE X.
           02  LBLFECO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  FECRYC    PICTURE X.
           02  FECRYH    PICTURE X.
           02  FECRYO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBLMTOC    PICTURE X.
           02  LBLMTOH    PICTURE X.
           02  LBLMTOO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MONTORYC    PICTURE X.
           02  MONTORYH    PICTURE X.
           02  MONTORYO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  LBLDENC    PICTURE X.
           02  LBLDENH    PICTURE X.
           02  LBLDENO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  C100RYC    PICTURE X.
           02  C100RYH    PICTURE X.
           02  C100RYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  C50RYC    PICTURE X.
           02  C50RYH    PICTURE X.
           02  C50RYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  C20RYC    PICTURE X.
           02  C20RYH    PICTURE X.
           02  C20RYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  C10RYC    PICTURE X.
           02  C10RYH    PICTURE X.
           02  C10RYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LBLRESC    PICTURE X.
           02  LBLRESH    PICTURE X.
           02  LBLRESO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  RESRYC    PICTURE X.
           02  RESRYH    PICTURE X.
           02  RESRYO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RSY1C    PICTURE X.
           02  RSY1H    PICTURE X.
           02  RSY1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  RSY2C    PICTURE X.
           02  RSY2H    PICTURE X.
           02  RSY2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  RSY3C    PICTURE X.
           02  RSY3H    PICTURE X.
           02  RSY3O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  RSY4C    PICTURE X.
           02  RSY4H    PICTURE X.
           02  RSY4O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  RSY5C    PICTURE X.
           02  RSY5H    PICTURE X.
           02  RSY5O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEYENDAC    PICTURE X.
           02  LEYENDAH    PICTURE X.
           02  LEYENDAO  PIC X(60).
