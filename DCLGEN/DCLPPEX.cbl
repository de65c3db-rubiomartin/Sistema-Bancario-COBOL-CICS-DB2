      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAGO_POSITIVO_EXCEPCIONES)                *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPPEX))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPAGO-POSITIVO-EXCEPCIONES)                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAGO_POSITIVO_EXCEPCIONES TABLE
           ( ID_EXCEPCION                   INTEGER NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             NRO_CHEQUE                     INTEGER NOT NULL,
             MONTO                          DECIMAL(11, 2) NOT NULL,
             MONTO_EMITIDO                  DECIMAL(10, 2) NOT NULL,
             BENEFICIARIO                   CHAR(30) NOT NULL,
             BANCO_PRES                     CHAR(4) NOT NULL,
             REFERENCIA                     CHAR(16) NOT NULL,
             FIRMA_OBSERVADA                CHAR(1) NOT NULL,
             MOTIVO                         CHAR(1) NOT NULL,
             FECHA_PRESENTADO               TIMESTAMP NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             DECISION                       CHAR(1) NOT NULL,
             USUARIO_DECIDE                 CHAR(8) NOT NULL,
             FECHA_DECISION                 TIMESTAMP,
             ESTADO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAGO_POSITIVO_EXCEPCIONES  *
      ******************************************************************
       01  DCLPAGO-POSITIVO-EXCEPCIONES.
      *                       ID_EXCEPCION
           10 HV-ID-PPEX           PIC S9(9) USAGE COMP.
      *                       CUENTA_NUM
           10 HV-CUENTA-PPEX       PIC X(10).
      *                       NRO_CHEQUE
           10 HV-NRO-PPEX          PIC S9(9) USAGE COMP.
      *                       MONTO
           10 HV-MONTO-PPEX        PIC S9(9)V9(2) USAGE COMP-3.
      *                       MONTO_EMITIDO
           10 HV-MONTO-EMI-PPEX    PIC S9(8)V9(2) USAGE COMP-3.
      *                       BENEFICIARIO
           10 HV-BENEF-PPEX        PIC X(30).
      *                       BANCO_PRES
           10 HV-BANCO-PPEX        PIC X(4).
      *                       REFERENCIA
           10 HV-REFER-PPEX        PIC X(16).
      *                       FIRMA_OBSERVADA
           10 HV-FIRMA-OBS-PPEX    PIC X(1).
      *                       MOTIVO
           10 HV-MOTIVO-PPEX       PIC X(1).
      *                       FECHA_PRESENTADO
           10 HV-FECHA-PRES-PPEX   PIC X(26).
      *                       FECHA_LIMITE
           10 HV-FECHA-LIM-PPEX    PIC X(10).
      *                       DECISION
           10 HV-DECISION-PPEX     PIC X(1).
      *                       USUARIO_DECIDE
           10 HV-USU-DECIDE-PPEX   PIC X(8).
      *                       FECHA_DECISION
           10 HV-FECHA-DEC-PPEX    PIC X(26).
      *                       ESTADO
           10 HV-ESTADO-PPEX       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
