      ******************************************************************
      * DCLGEN TABLE(IBMUSER.OPERACIONES_CAMBIO)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLOPCM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLOPERACIONES-CAMBIO)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.OPERACIONES_CAMBIO TABLE
           ( ID_OPER_CAMBIO                 INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             SENTIDO                        CHAR(1) NOT NULL,
             CONCEPTO                       CHAR(3) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             MONTO_DIVISA                   DECIMAL(13, 2) NOT NULL,
             TASA_APLICADA                  DECIMAL(12, 6) NOT NULL,
             MONTO_BASE                     DECIMAL(13, 2) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_OPERACION                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.OPERACIONES_CAMBIO         *
      ******************************************************************
       01  DCLOPERACIONES-CAMBIO.
      *                       ID_OPER_CAMBIO
           10 HV-ID-OPCM           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-OPCM      PIC X(8).
      *                       CANAL
           10 HV-CANAL-OPCM        PIC X(1).
      *                       SENTIDO
           10 HV-SENTIDO-OPCM      PIC X(1).
      *                       CONCEPTO
           10 HV-CONCEPTO-OPCM     PIC X(3).
      *                       MONEDA
           10 HV-MONEDA-OPCM       PIC X(3).
      *                       MONTO_DIVISA
           10 HV-MONTO-DIV-OPCM    PIC S9(11)V9(2) USAGE COMP-3.
      *                       TASA_APLICADA
           10 HV-TASA-OPCM         PIC S9(6)V9(6) USAGE COMP-3.
      *                       MONTO_BASE
           10 HV-MONTO-BASE-OPCM   PIC S9(11)V9(2) USAGE COMP-3.
      *                       ID_MOV
           10 HV-ID-MOV-OPCM       PIC S9(9) USAGE COMP.
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-OPCM     PIC X(4).
      *                       AGENTE_ID
           10 HV-AGENTE-OPCM       PIC X(8).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-OPCM    PIC X(10).
      *                       FECHA_OPERACION
           10 HV-FECHA-OPER-OPCM   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
