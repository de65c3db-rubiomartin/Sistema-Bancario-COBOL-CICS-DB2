      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RESUMENES_TC)                             *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRSTC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRESUMENES-TC)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RESUMENES_TC TABLE
           ( ID_RESUMEN                     INTEGER NOT NULL,
             ID_CUENTA_TC                   INTEGER NOT NULL,
             FECHA_CIERRE                   DATE NOT NULL,
             SALDO_ANTERIOR                 DECIMAL(12, 2) NOT NULL,
             PAGOS                          DECIMAL(12, 2) NOT NULL,
             COMPRAS                        DECIMAL(12, 2) NOT NULL,
             INTERESES                      DECIMAL(12, 2) NOT NULL,
             SALDO_CIERRE                   DECIMAL(12, 2) NOT NULL,
             PAGO_MINIMO                    DECIMAL(12, 2) NOT NULL,
             FECHA_VENC_PAGO                DATE NOT NULL,
             ESTADO_DEBITO                  CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RESUMENES_TC               *
      ******************************************************************
       01  DCLRESUMENES-TC.
      *                       ID_RESUMEN
           10 HV-ID-RSTC           PIC S9(9) USAGE COMP.
      *                       ID_CUENTA_TC
           10 HV-ID-CTA-RSTC       PIC S9(9) USAGE COMP.
      *                       FECHA_CIERRE
           10 HV-FECHA-CIE-RSTC    PIC X(10).
      *                       SALDO_ANTERIOR
           10 HV-SALDO-ANT-RSTC    PIC S9(10)V9(2) USAGE COMP-3.
      *                       PAGOS
           10 HV-PAGOS-RSTC        PIC S9(10)V9(2) USAGE COMP-3.
      *                       COMPRAS
           10 HV-COMPRAS-RSTC      PIC S9(10)V9(2) USAGE COMP-3.
      *                       INTERESES
           10 HV-INTERES-RSTC      PIC S9(10)V9(2) USAGE COMP-3.
      *                       SALDO_CIERRE
           10 HV-SALDO-CIE-RSTC    PIC S9(10)V9(2) USAGE COMP-3.
      *                       PAGO_MINIMO
           10 HV-PAGO-MIN-RSTC     PIC S9(10)V9(2) USAGE COMP-3.
      *                       FECHA_VENC_PAGO
           10 HV-FECHA-VENC-RSTC   PIC X(10).
      *                       ESTADO_DEBITO
           10 HV-ESTADO-DEB-RSTC   PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-RSTC   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
