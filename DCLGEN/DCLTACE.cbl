      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TERMINOS_ACEPTACION)                      *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTACE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTERMINOS-ACEPTACION)                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TERMINOS_ACEPTACION TABLE
           ( ID_ACEPTACION                  INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             PRODUCTO                       CHAR(1) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             VERSION                        INTEGER NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TERMINOS_ACEPTACION        *
      ******************************************************************
       01  DCLTERMINOS-ACEPTACION.
      *                       ID_ACEPTACION
           10 HV-ID-ACEP-TA        PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-TA        PIC X(8).
      *                       PRODUCTO
           10 HV-PRODUCTO-TA       PIC X(1).
      *                       CANAL
           10 HV-CANAL-TA          PIC X(1).
      *                       VERSION
           10 HV-VERSION-TA        PIC S9(9) USAGE COMP.
      *                       FECHA_HORA
           10 HV-FECHA-HORA-TA     PIC X(26).
      *                       TERMINAL_ID
           10 HV-TERMINAL-TA       PIC X(4).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-TA       PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
