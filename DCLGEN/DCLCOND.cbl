      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONDICIONES_ESPECIALES)                   *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCOND))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCONDICIONES-ESPECIALES)                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CONDICIONES_ESPECIALES TABLE
           ( ID_CONDICION                   INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             TIPO_CONDICION                 CHAR(1) NOT NULL,
             TASA                           DECIMAL(9, 6) NOT NULL,
             COMISION                       DECIMAL(10, 2) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             FECHA_HASTA                    DATE NOT NULL,
             MOTIVO                         CHAR(40) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             SOLICITADO_POR                 CHAR(8) NOT NULL,
             FECHA_SOLICITUD                TIMESTAMP NOT NULL,
             APROBADO_POR                   CHAR(8) NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP,
             ID_ACCION                      INTEGER NOT NULL,
             COSTO_ACUMULADO                DECIMAL(12, 2) NOT NULL,
             CANT_APLICACIONES              INTEGER NOT NULL,
             FECHA_ULT_APLICACION           DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONDICIONES_ESPECIALES     *
      ******************************************************************
       01  DCLCONDICIONES-ESPECIALES.
      *                       ID_CONDICION
           10 HV-ID-COND           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-COND      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-COND       PIC X(10).
      *                       TIPO_CONDICION
           10 HV-TIPO-COND         PIC X(1).
      *                       TASA
           10 HV-TASA-COND         PIC S9(3)V9(6) USAGE COMP-3.
      *                       COMISION
           10 HV-COMISION-COND     PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_DESDE
           10 HV-DESDE-COND        PIC X(10).
      *                       FECHA_HASTA
           10 HV-HASTA-COND        PIC X(10).
      *                       MOTIVO
           10 HV-MOTIVO-COND       PIC X(40).
      *                       ESTADO
           10 HV-ESTADO-COND       PIC X(1).
      *                       SOLICITADO_POR
           10 HV-SOLICITADO-COND   PIC X(8).
      *                       FECHA_SOLICITUD
           10 HV-FECHA-SOL-COND    PIC X(26).
      *                       APROBADO_POR
           10 HV-APROBADO-COND     PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-COND    PIC X(26).
      *                       ID_ACCION
           10 HV-ID-ACCION-COND    PIC S9(9) USAGE COMP.
      *                       COSTO_ACUMULADO
           10 HV-COSTO-COND        PIC S9(10)V9(2) USAGE COMP-3.
      *                       CANT_APLICACIONES
           10 HV-CANT-APLIC-COND   PIC S9(9) USAGE COMP.
      *                       FECHA_ULT_APLICACION
           10 HV-ULT-APLIC-COND    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
