      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TENENCIAS_FONDOS)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTENF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTENENCIAS-FONDOS)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TENENCIAS_FONDOS TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             CODIGO_FONDO                   CHAR(8) NOT NULL,
             CUOTAPARTES                    DECIMAL(17, 6) NOT NULL,
             FECHA_ULT_MOV                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TENENCIAS_FONDOS           *
      ******************************************************************
       01  DCLTENENCIAS-FONDOS.
      *                       USUARIO
           10 HV-USUARIO-TENF      PIC X(8).
      *                       CODIGO_FONDO
           10 HV-CODIGO-TENF       PIC X(8).
      *                       CUOTAPARTES
           10 HV-CUOTAS-TENF       PIC S9(11)V9(6) USAGE COMP-3.
      *                       FECHA_ULT_MOV
           10 HV-FECHA-ULT-TENF    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
