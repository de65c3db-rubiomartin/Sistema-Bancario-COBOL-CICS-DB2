      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONVERSIONES_PRODUCTO)                    *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCONV))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCONVERSIONES-PRODUCTO)                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CONVERSIONES_PRODUCTO TABLE
           ( ID_CONVERSION                  INTEGER NOT NULL,
             NUMERO_CUENTA                  CHAR(10) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             TIPO_ANTERIOR                  CHAR(1) NOT NULL,
             TIPO_NUEVO                     CHAR(1) NOT NULL,
             FECHA_CONVERSION               DATE NOT NULL,
             INTERES_LIQUIDADO              DECIMAL(10, 2) NOT NULL,
             COMISION_PRORRATA              DECIMAL(10, 2) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONVERSIONES_PRODUCTO      *
      ******************************************************************
       01  DCLCONVERSIONES-PRODUCTO.
      *                       ID_CONVERSION
           10 HV-ID-CONV           PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA
           10 HV-CUENTA-CONV       PIC X(10).
      *                       USUARIO
           10 HV-USUARIO-CONV      PIC X(8).
      *                       TIPO_ANTERIOR
           10 HV-TIPO-ANT-CONV     PIC X(1).
      *                       TIPO_NUEVO
           10 HV-TIPO-NUE-CONV     PIC X(1).
      *                       FECHA_CONVERSION
           10 HV-FECHA-CONV        PIC X(10).
      *                       INTERES_LIQUIDADO
           10 HV-INTERES-CONV      PIC S9(8)V9(2) USAGE COMP-3.
      *                       COMISION_PRORRATA
           10 HV-COMISION-CONV     PIC S9(8)V9(2) USAGE COMP-3.
      *                       AGENTE_ID
           10 HV-AGENTE-CONV       PIC X(8).
      *                       FECHA_HORA
           10 HV-FECHA-HORA-CONV   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
