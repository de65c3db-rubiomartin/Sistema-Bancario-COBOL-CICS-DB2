      ******************************************************************
      * DCLGEN TABLE(IBMUSER.HALLAZGOS_PERSONAL)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLHPER))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLHALLAZGOS-PERSONAL)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.HALLAZGOS_PERSONAL TABLE
           ( ID_HALLAZGO                    INTEGER NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             RELACION                       CHAR(1) NOT NULL,
             EMPLEADO                       CHAR(8) NOT NULL,
             USUARIO_CLIENTE                CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             CANT_CONSULTAS                 INTEGER NOT NULL,
             DETALLE                        CHAR(40) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DETECCION                TIMESTAMP NOT NULL,
             RESUELTO_POR                   CHAR(8),
             FECHA_RESOLUCION               TIMESTAMP,
             NOTA                           CHAR(60) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.HALLAZGOS_PERSONAL         *
      ******************************************************************
       01  DCLHALLAZGOS-PERSONAL.
      *                       ID_HALLAZGO
           10 HV-ID-HPER           PIC S9(9) USAGE COMP.
      *                       TIPO
           10 HV-TIPO-HPER         PIC X(1).
      *                       RELACION
           10 HV-RELACION-HPER     PIC X(1).
      *                       EMPLEADO
           10 HV-EMPLEADO-HPER     PIC X(8).
      *                       USUARIO_CLIENTE
           10 HV-CLIENTE-HPER      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-HPER       PIC X(10).
      *                       ID_MOV
           10 HV-ID-MOV-HPER       PIC S9(9) USAGE COMP.
      *                       MONTO
           10 HV-MONTO-HPER        PIC S9(8)V9(2) USAGE COMP-3.
      *                       CANT_CONSULTAS
           10 HV-CANT-CONS-HPER    PIC S9(9) USAGE COMP.
      *                       DETALLE
           10 HV-DETALLE-HPER      PIC X(40).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-HPER    PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-HPER       PIC X(1).
      *                       FECHA_DETECCION
           10 HV-FECHA-DET-HPER    PIC X(26).
      *                       RESUELTO_POR
           10 HV-RESUELTO-HPER     PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-HPER    PIC X(26).
      *                       NOTA
           10 HV-NOTA-HPER         PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
