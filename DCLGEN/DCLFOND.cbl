      ******************************************************************
      * DCLGEN TABLE(IBMUSER.FONDOS_INVERSION)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLFOND))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLFONDOS-INVERSION)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.FONDOS_INVERSION TABLE
           ( CODIGO_FONDO                   CHAR(8) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             SOCIEDAD_GERENTE               CHAR(30) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             HORA_CORTE                     TIME NOT NULL,
             SUSCRIPCION_MINIMA             DECIMAL(13, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FONDOS_INVERSION           *
      ******************************************************************
       01  DCLFONDOS-INVERSION.
      *                       CODIGO_FONDO
           10 HV-CODIGO-FON        PIC X(8).
      *                       NOMBRE
           10 HV-NOMBRE-FON        PIC X(30).
      *                       SOCIEDAD_GERENTE
           10 HV-SGERENTE-FON      PIC X(30).
      *                       MONEDA
           10 HV-MONEDA-FON        PIC X(3).
      *                       HORA_CORTE
           10 HV-HORA-CORTE-FON    PIC X(8).
      *                       SUSCRIPCION_MINIMA
           10 HV-SUSC-MIN-FON      PIC S9(11)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-FON        PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-FON    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
