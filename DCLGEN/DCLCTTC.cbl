      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CUENTAS_TARJETA)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCTTC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCUENTAS-TARJETA)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CUENTAS_TARJETA TABLE
           ( ID_CUENTA_TC                   INTEGER NOT NULL,
             NUMERO_CUENTA_TC               CHAR(10) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             LIMITE_CREDITO                 DECIMAL(12, 2) NOT NULL,
             SALDO_DEUDA                    DECIMAL(12, 2) NOT NULL,
             DIA_CIERRE                     INTEGER NOT NULL,
             TASA_FINANCIACION              DECIMAL(9, 6) NOT NULL,
             DEBITO_AUTO                    CHAR(1) NOT NULL,
             CUENTA_DEBITO                  CHAR(10) NOT NULL,
             SALDO_RESUMEN                  DECIMAL(12, 2) NOT NULL,
             PAGO_MINIMO                    DECIMAL(12, 2) NOT NULL,
             FECHA_VENC_PAGO                DATE NOT NULL,
             PAGOS_PERIODO                  DECIMAL(12, 2) NOT NULL,
             FECHA_ULT_CIERRE               DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MODIFICADO_POR                 CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CUENTAS_TARJETA            *
      ******************************************************************
       01  DCLCUENTAS-TARJETA.
      *                       ID_CUENTA_TC
           10 HV-ID-CTTC           PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_TC
           10 HV-NUMERO-CTTC       PIC X(10).
      *                       USUARIO
           10 HV-USUARIO-CTTC      PIC X(8).
      *                       LIMITE_CREDITO
           10 HV-LIMITE-CTTC       PIC S9(10)V9(2) USAGE COMP-3.
      *                       SALDO_DEUDA
           10 HV-DEUDA-CTTC        PIC S9(10)V9(2) USAGE COMP-3.
      *                       DIA_CIERRE
           10 HV-DIA-CIERRE-CTTC   PIC S9(9) USAGE COMP.
      *                       TASA_FINANCIACION
           10 HV-TASA-CTTC         PIC S9(3)V9(6) USAGE COMP-3.
      *                       DEBITO_AUTO
           10 HV-DEB-AUTO-CTTC     PIC X(1).
      *                       CUENTA_DEBITO
           10 HV-CTA-DEB-CTTC      PIC X(10).
      *                       SALDO_RESUMEN
           10 HV-SALDO-RES-CTTC    PIC S9(10)V9(2) USAGE COMP-3.
      *                       PAGO_MINIMO
           10 HV-PAGO-MIN-CTTC     PIC S9(10)V9(2) USAGE COMP-3.
      *                       FECHA_VENC_PAGO
           10 HV-FECHA-VENC-CTTC   PIC X(10).
      *                       PAGOS_PERIODO
           10 HV-PAGOS-PER-CTTC    PIC S9(10)V9(2) USAGE COMP-3.
      *                       FECHA_ULT_CIERRE
           10 HV-FECHA-CIERRE-CTTC PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-CTTC       PIC X(1).
      *                       MODIFICADO_POR
           10 HV-MODIF-POR-CTTC    PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-CTTC   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
