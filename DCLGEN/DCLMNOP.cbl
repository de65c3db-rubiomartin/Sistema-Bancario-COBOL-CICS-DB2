      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MENU_OPCIONES)                            *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLMNOP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLMENU-OPCIONES)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.MENU_OPCIONES TABLE
           ( GRUPO                          CHAR(1) NOT NULL,
             CODIGO                         CHAR(1) NOT NULL,
             ORDEN                          SMALLINT NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             DESTINO                        CHAR(8) NOT NULL,
             TIPO_USUARIO                   CHAR(1) NOT NULL,
             ROL_ADMIN                      CHAR(1) NOT NULL,
             ID_MENSAJE                     CHAR(8) NOT NULL,
             ROTULO                         CHAR(30) NOT NULL,
             ACTIVO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MENU_OPCIONES              *
      ******************************************************************
       01  DCLMENU-OPCIONES.
      *                       GRUPO
           10 HV-GRUPO-MNU         PIC X(1).
      *                       CODIGO
           10 HV-CODIGO-MNU        PIC X(1).
      *                       ORDEN
           10 HV-ORDEN-MNU         PIC S9(4) USAGE COMP.
      *                       PROGRAMA
           10 HV-PROGRAMA-MNU      PIC X(8).
      *                       DESTINO
           10 HV-DESTINO-MNU       PIC X(8).
      *                       TIPO_USUARIO
           10 HV-TIPO-USU-MNU      PIC X(1).
      *                       ROL_ADMIN
           10 HV-ROL-ADM-MNU       PIC X(1).
      *                       ID_MENSAJE
           10 HV-ID-MSG-MNU        PIC X(8).
      *                       ROTULO
           10 HV-ROTULO-MNU        PIC X(30).
      *                       ACTIVO
           10 HV-ACTIVO-MNU        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
