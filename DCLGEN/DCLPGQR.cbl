      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAGOS_QR)                                 *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPGQR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPAGOS-QR)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAGOS_QR TABLE
           ( ID_PAGO_QR                     INTEGER NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             ID_PAGO_ORIGEN                 INTEGER NOT NULL,
             CODIGO_COMERCIO                CHAR(15) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             COMISION                       DECIMAL(10, 2) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             ID_MOV_COMERCIO                INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAGOS_QR                   *
      ******************************************************************
       01  DCLPAGOS-QR.
      *                       ID_PAGO_QR
           10 HV-ID-PGQR           PIC S9(9) USAGE COMP.
      *                       TIPO
           10 HV-TIPO-PGQR         PIC X(1).
      *                       ID_PAGO_ORIGEN
           10 HV-ID-ORIGEN-PGQR    PIC S9(9) USAGE COMP.
      *                       CODIGO_COMERCIO
           10 HV-COMERCIO-PGQR     PIC X(15).
      *                       USUARIO
           10 HV-USUARIO-PGQR      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-PGQR       PIC X(10).
      *                       MONTO
           10 HV-MONTO-PGQR        PIC S9(8)V9(2) USAGE COMP-3.
      *                       COMISION
           10 HV-COMISION-PGQR     PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-PGQR    PIC X(10).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-PGQR   PIC X(26).
      *                       ID_MOV
           10 HV-ID-MOV-PGQR       PIC S9(9) USAGE COMP.
      *                       ID_MOV_COMERCIO
           10 HV-ID-MOV-COM-PGQR   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
