      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RESERVAS_EFECTIVO)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRSEF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRESERVAS-EFECTIVO)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RESERVAS_EFECTIVO TABLE
           ( ID_RESERVA                     INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_RETIRO                   DATE NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             CANT_100                       INTEGER NOT NULL,
             CANT_50                        INTEGER NOT NULL,
             CANT_20                        INTEGER NOT NULL,
             CANT_10                        INTEGER NOT NULL,
             ID_RET                         INTEGER NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             PEDIDO_EFECTIVO                CHAR(1) NOT NULL,
             REGISTRADO_POR                 CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ESTADO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RESERVAS_EFECTIVO          *
      ******************************************************************
       01  DCLRESERVAS-EFECTIVO.
      *                       ID_RESERVA
           10 HV-ID-RSEF           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-RSEF      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-RSEF       PIC X(10).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-RSEF     PIC X(4).
      *                       FECHA_RETIRO
           10 HV-FECHA-RET-RSEF    PIC X(10).
      *                       MONTO
           10 HV-MONTO-RSEF        PIC S9(8)V9(2) USAGE COMP-3.
      *                       CANT_100
           10 HV-CANT100-RSEF      PIC S9(9) USAGE COMP.
      *                       CANT_50
           10 HV-CANT50-RSEF       PIC S9(9) USAGE COMP.
      *                       CANT_20
           10 HV-CANT20-RSEF       PIC S9(9) USAGE COMP.
      *                       CANT_10
           10 HV-CANT10-RSEF       PIC S9(9) USAGE COMP.
      *                       ID_RET
           10 HV-ID-RET-RSEF       PIC S9(9) USAGE COMP.
      *                       ID_MOV
           10 HV-ID-MOV-RSEF       PIC S9(9) USAGE COMP.
      *                       ESTADO
           10 HV-ESTADO-RSEF       PIC X(1).
      *                       PEDIDO_EFECTIVO
           10 HV-PEDIDO-RSEF       PIC X(1).
      *                       REGISTRADO_POR
           10 HV-REGISTRADO-RSEF   PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-RSEF   PIC X(26).
      *                       FECHA_ESTADO
           10 HV-FECHA-EST-RSEF    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
