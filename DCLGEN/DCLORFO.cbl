      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ORDENES_FONDOS)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLORFO))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLORDENES-FONDOS)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ORDENES_FONDOS TABLE
           ( ID_ORDEN                       INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CODIGO_FONDO                   CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             RESCATE_TOTAL                  CHAR(1) NOT NULL,
             MONTO                          DECIMAL(13, 2) NOT NULL,
             CUOTAPARTES                    DECIMAL(17, 6) NOT NULL,
             FECHA_NAV                      DATE NOT NULL,
             VALOR_CUOTAPARTE               DECIMAL(15, 6) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_RECHAZO                 CHAR(30) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             FECHA_ORDEN                    TIMESTAMP NOT NULL,
             FECHA_LIQUIDACION              TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ORDENES_FONDOS             *
      ******************************************************************
       01  DCLORDENES-FONDOS.
      *                       ID_ORDEN
           10 HV-ID-ORFO           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-ORFO      PIC X(8).
      *                       CODIGO_FONDO
           10 HV-CODIGO-ORFO       PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-ORFO       PIC X(10).
      *                       TIPO
           10 HV-TIPO-ORFO         PIC X(1).
      *                       RESCATE_TOTAL
           10 HV-RESC-TOT-ORFO     PIC X(1).
      *                       MONTO
           10 HV-MONTO-ORFO        PIC S9(11)V9(2) USAGE COMP-3.
      *                       CUOTAPARTES
           10 HV-CUOTAS-ORFO       PIC S9(11)V9(6) USAGE COMP-3.
      *                       FECHA_NAV
           10 HV-FECHA-NAV-ORFO    PIC X(10).
      *                       VALOR_CUOTAPARTE
           10 HV-VALOR-ORFO        PIC S9(9)V9(6) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-ORFO       PIC X(1).
      *                       MOTIVO_RECHAZO
           10 HV-MOTIVO-ORFO       PIC X(30).
      *                       ID_MOV
           10 HV-ID-MOV-ORFO       PIC S9(9) USAGE COMP.
      *                       FECHA_ORDEN
           10 HV-FECHA-ORD-ORFO    PIC X(26).
      *                       FECHA_LIQUIDACION
           10 HV-FECHA-LIQ-ORFO    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
