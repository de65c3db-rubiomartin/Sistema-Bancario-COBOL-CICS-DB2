      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SALDOS_GL_MES)                            *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLSGLM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLSALDOS-GL-MES)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.SALDOS_GL_MES TABLE
           ( PERIODO                        CHAR(7) NOT NULL,
             CUENTA_GL                      CHAR(8) NOT NULL,
             DEBE                           DECIMAL(15, 2) NOT NULL,
             HABER                          DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SALDOS_GL_MES              *
      ******************************************************************
       01  DCLSALDOS-GL-MES.
      *                       PERIODO
           10 HV-PERIODO-SGLM      PIC X(7).
      *                       CUENTA_GL
           10 HV-CUENTA-SGLM       PIC X(8).
      *                       DEBE
           10 HV-DEBE-SGLM         PIC S9(13)V9(2) USAGE COMP-3.
      *                       HABER
           10 HV-HABER-SGLM        PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
