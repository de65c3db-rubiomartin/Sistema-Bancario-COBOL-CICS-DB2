      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAGO_POSITIVO_EMITIDOS)                   *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPPEM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPAGO-POSITIVO-EMITIDOS)                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAGO_POSITIVO_EMITIDOS TABLE
           ( CUENTA_NUM                     CHAR(10) NOT NULL,
             NRO_CHEQUE                     INTEGER NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             FECHA_EMISION                  DATE NOT NULL,
             BENEFICIARIO                   CHAR(30) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CARGA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAGO_POSITIVO_EMITIDOS     *
      ******************************************************************
       01  DCLPAGO-POSITIVO-EMITIDOS.
      *                       CUENTA_NUM
           10 HV-CUENTA-PPEM       PIC X(10).
      *                       NRO_CHEQUE
           10 HV-NRO-PPEM          PIC S9(9) USAGE COMP.
      *                       MONTO
           10 HV-MONTO-PPEM        PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_EMISION
           10 HV-FECHA-EMI-PPEM    PIC X(10).
      *                       BENEFICIARIO
           10 HV-BENEF-PPEM        PIC X(30).
      *                       ESTADO
           10 HV-ESTADO-PPEM       PIC X(1).
      *                       FECHA_CARGA
           10 HV-FECHA-CARGA-PPEM  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
