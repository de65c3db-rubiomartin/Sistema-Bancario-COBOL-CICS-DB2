      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAGOS_PREV)                               *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPPRV))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPAGOS-PREV)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAGOS_PREV TABLE
           ( ID_PAGO                        INTEGER NOT NULL,
             NRO_BENEFICIO                  CHAR(11) NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             FECHA_PAGO                     DATE NOT NULL,
             SEC_ARCHIVO                    INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_DEV                     CHAR(2) NOT NULL,
             MONTO_DEVUELTO                 DECIMAL(10, 2) NOT NULL,
             ID_MOV_CREDITO                 INTEGER NOT NULL,
             ID_MOV_DEVOL                   INTEGER NOT NULL,
             RENDIDO                        CHAR(1) NOT NULL,
             SEC_RENDICION                  INTEGER NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAGOS_PREV                 *
      ******************************************************************
       01  DCLPAGOS-PREV.
      *                       ID_PAGO
           10 HV-ID-PPRV           PIC S9(9) USAGE COMP.
      *                       NRO_BENEFICIO
           10 HV-NRO-BENEF-PPRV    PIC X(11).
      *                       PERIODO
           10 HV-PERIODO-PPRV      PIC X(6).
      *                       MONTO
           10 HV-MONTO-PPRV        PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_PAGO
           10 HV-FECHA-PAGO-PPRV   PIC X(10).
      *                       SEC_ARCHIVO
           10 HV-SEC-ARCH-PPRV     PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-PPRV      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-PPRV       PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-PPRV       PIC X(1).
      *                       MOTIVO_DEV
           10 HV-MOTIVO-PPRV       PIC X(2).
      *                       MONTO_DEVUELTO
           10 HV-MONTO-DEV-PPRV    PIC S9(8)V9(2) USAGE COMP-3.
      *                       ID_MOV_CREDITO
           10 HV-ID-MOV-CRE-PPRV   PIC S9(9) USAGE COMP.
      *                       ID_MOV_DEVOL
           10 HV-ID-MOV-DEV-PPRV   PIC S9(9) USAGE COMP.
      *                       RENDIDO
           10 HV-RENDIDO-PPRV      PIC X(1).
      *                       SEC_RENDICION
           10 HV-SEC-REND-PPRV     PIC S9(9) USAGE COMP.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-PPRV   PIC X(26).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-PPRV    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
