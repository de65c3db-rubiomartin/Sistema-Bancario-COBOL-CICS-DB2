      ******************************************************************
      * DCLGEN TABLE(IBMUSER.POLIZAS_SEGURO)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPOLS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPOLIZAS-SEGURO)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.POLIZAS_SEGURO TABLE
           ( ID_POLIZA                      INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CODIGO_ASEG                    CHAR(6) NOT NULL,
             TIPO_COBERTURA                 CHAR(1) NOT NULL,
             SUMA_ASEGURADA                 DECIMAL(13, 2) NOT NULL,
             PRIMA                          DECIMAL(11, 2) NOT NULL,
             CUENTA_COBRO                   CHAR(10) NOT NULL,
             ID_PRESTAMO                    INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_BAJA                    CHAR(1) NOT NULL,
             FECHA_PROX_COBRO               DATE NOT NULL,
             MESES_IMPAGOS                  INTEGER NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_BAJA                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.POLIZAS_SEGURO             *
      ******************************************************************
       01  DCLPOLIZAS-SEGURO.
      *                       ID_POLIZA
           10 HV-ID-POLS           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-POLS      PIC X(8).
      *                       CODIGO_ASEG
           10 HV-ASEG-POLS         PIC X(6).
      *                       TIPO_COBERTURA
           10 HV-COBERTURA-POLS    PIC X(1).
      *                       SUMA_ASEGURADA
           10 HV-SUMA-POLS         PIC S9(11)V9(2) USAGE COMP-3.
      *                       PRIMA
           10 HV-PRIMA-POLS        PIC S9(9)V9(2) USAGE COMP-3.
      *                       CUENTA_COBRO
           10 HV-CUENTA-POLS       PIC X(10).
      *                       ID_PRESTAMO
           10 HV-ID-PRES-POLS      PIC S9(9) USAGE COMP.
      *                       ESTADO
           10 HV-ESTADO-POLS       PIC X(1).
      *                       MOTIVO_BAJA
           10 HV-MOTIVO-POLS       PIC X(1).
      *                       FECHA_PROX_COBRO
           10 HV-PROX-COBRO-POLS   PIC X(10).
      *                       MESES_IMPAGOS
           10 HV-IMPAGOS-POLS      PIC S9(9) USAGE COMP.
      *                       AGENTE_ID
           10 HV-AGENTE-POLS       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-POLS   PIC X(26).
      *                       FECHA_BAJA
           10 HV-FECHA-BAJA-POLS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
