      ******************************************************************
      * DCLGEN TABLE(IBMUSER.LIQUIDACIONES_INTERSUC)                   *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLLINT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLLIQUIDACIONES-INTERSUC)                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.LIQUIDACIONES_INTERSUC TABLE
           ( ID_LIQUIDACION                 INTEGER NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             SUCURSAL_A                     CHAR(4) NOT NULL,
             SUCURSAL_B                     CHAR(4) NOT NULL,
             ADEUDA_A_B                     DECIMAL(13, 2) NOT NULL,
             ADEUDA_B_A                     DECIMAL(13, 2) NOT NULL,
             SUCURSAL_PAGADORA              CHAR(4) NOT NULL,
             SUCURSAL_COBRADORA             CHAR(4) NOT NULL,
             NETO                           DECIMAL(13, 2) NOT NULL,
             CANT_PARTIDAS                  INTEGER NOT NULL,
             FECHA_PROCESO                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LIQUIDACIONES_INTERSUC     *
      ******************************************************************
       01  DCLLIQUIDACIONES-INTERSUC.
      *                       ID_LIQUIDACION
           10 HV-ID-LIQ-LINT       PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-LINT    PIC X(10).
      *                       SUCURSAL_A
           10 HV-SUC-A-LINT        PIC X(4).
      *                       SUCURSAL_B
           10 HV-SUC-B-LINT        PIC X(4).
      *                       ADEUDA_A_B
           10 HV-ADEUDA-AB-LINT    PIC S9(11)V9(2) USAGE COMP-3.
      *                       ADEUDA_B_A
           10 HV-ADEUDA-BA-LINT    PIC S9(11)V9(2) USAGE COMP-3.
      *                       SUCURSAL_PAGADORA
           10 HV-SUC-PAGA-LINT     PIC X(4).
      *                       SUCURSAL_COBRADORA
           10 HV-SUC-COBRA-LINT    PIC X(4).
      *                       NETO
           10 HV-NETO-LINT         PIC S9(11)V9(2) USAGE COMP-3.
      *                       CANT_PARTIDAS
           10 HV-CANT-PART-LINT    PIC S9(9) USAGE COMP.
      *                       FECHA_PROCESO
           10 HV-FECHA-PROC-LINT   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
