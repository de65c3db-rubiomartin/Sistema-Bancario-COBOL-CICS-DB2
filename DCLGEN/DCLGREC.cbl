      ******************************************************************
      * DCLGEN TABLE(IBMUSER.GRUPOS_ECONOMICOS)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLGREC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLGRUPOS-ECONOMICOS)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.GRUPOS_ECONOMICOS TABLE
           ( ID_GRUPO                       INTEGER NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             USUARIO_CABEZA                 CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ALTA_POR                       CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             BAJA_POR                       CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.GRUPOS_ECONOMICOS          *
      ******************************************************************
       01  DCLGRUPOS-ECONOMICOS.
      *                       ID_GRUPO
           10 HV-ID-GREC           PIC S9(9) USAGE COMP.
      *                       NOMBRE
           10 HV-NOMBRE-GREC       PIC X(30).
      *                       USUARIO_CABEZA
           10 HV-CABEZA-GREC       PIC X(8).
      *                       ESTADO
           10 HV-ESTADO-GREC       PIC X(1).
      *                       ALTA_POR
           10 HV-ALTA-POR-GREC     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-GREC   PIC X(26).
      *                       BAJA_POR
           10 HV-BAJA-POR-GREC     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
