      ******************************************************************
      * DCLGEN TABLE(IBMUSER.GRUPO_MIEMBROS)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLGMIE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLGRUPO-MIEMBROS)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.GRUPO_MIEMBROS TABLE
           ( ID_GRUPO                       INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             VINCULO                        CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ALTA_POR                       CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.GRUPO_MIEMBROS             *
      ******************************************************************
       01  DCLGRUPO-MIEMBROS.
      *                       ID_GRUPO
           10 HV-ID-GRUPO-GMIE     PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-GMIE      PIC X(8).
      *                       VINCULO
           10 HV-VINCULO-GMIE      PIC X(1).
      *                       ESTADO
           10 HV-ESTADO-GMIE       PIC X(1).
      *                       ALTA_POR
           10 HV-ALTA-POR-GMIE     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-GMIE   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
