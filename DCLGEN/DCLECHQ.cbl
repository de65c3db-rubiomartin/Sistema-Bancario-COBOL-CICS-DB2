      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ECHEQUES)                                 *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLECHQ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLECHEQUES)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ECHEQUES TABLE
           ( ID_ECHEQ                       INTEGER NOT NULL,
             NRO_ECHEQ                      CHAR(16) NOT NULL,
             BANCO_LIBRADOR                 CHAR(3) NOT NULL,
             CUENTA_LIBRADOR                CHAR(10) NOT NULL,
             USUARIO_LIBRADOR               CHAR(8) NOT NULL,
             DOC_LIBRADOR                   CHAR(20) NOT NULL,
             DOC_TENEDOR                    CHAR(20) NOT NULL,
             USUARIO_TENEDOR                CHAR(8) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             FECHA_PAGO                     DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             CANT_ENDOSOS                   INTEGER NOT NULL,
             FRENADO                        CHAR(1) NOT NULL,
             CUENTA_DEPOSITO                CHAR(10) NOT NULL,
             MOTIVO_RECHAZO                 CHAR(1) NOT NULL,
             ID_MOV_PAGO                    INTEGER NOT NULL,
             ID_MOV_CREDITO                 INTEGER NOT NULL,
             FECHA_EMISION                  TIMESTAMP NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ECHEQUES                   *
      ******************************************************************
       01  DCLECHEQUES.
      *                       ID_ECHEQ
           10 HV-ID-ECHQ           PIC S9(9) USAGE COMP.
      *                       NRO_ECHEQ
           10 HV-NRO-ECHQ          PIC X(16).
      *                       BANCO_LIBRADOR
           10 HV-BANCO-LIB-ECHQ    PIC X(3).
      *                       CUENTA_LIBRADOR
           10 HV-CUENTA-LIB-ECHQ   PIC X(10).
      *                       USUARIO_LIBRADOR
           10 HV-USUARIO-LIB-ECHQ  PIC X(8).
      *                       DOC_LIBRADOR
           10 HV-DOC-LIB-ECHQ      PIC X(20).
      *                       DOC_TENEDOR
           10 HV-DOC-TEN-ECHQ      PIC X(20).
      *                       USUARIO_TENEDOR
           10 HV-USUARIO-TEN-ECHQ  PIC X(8).
      *                       MONTO
           10 HV-MONTO-ECHQ        PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_PAGO
           10 HV-FECHA-PAGO-ECHQ   PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-ECHQ       PIC X(1).
      *                       CANT_ENDOSOS
           10 HV-ENDOSOS-ECHQ      PIC S9(9) USAGE COMP.
      *                       FRENADO
           10 HV-FRENADO-ECHQ      PIC X(1).
      *                       CUENTA_DEPOSITO
           10 HV-CUENTA-DEP-ECHQ   PIC X(10).
      *                       MOTIVO_RECHAZO
           10 HV-MOTIVO-ECHQ       PIC X(1).
      *                       ID_MOV_PAGO
           10 HV-ID-MOV-PAG-ECHQ   PIC S9(9) USAGE COMP.
      *                       ID_MOV_CREDITO
           10 HV-ID-MOV-CRE-ECHQ   PIC S9(9) USAGE COMP.
      *                       FECHA_EMISION
           10 HV-FECHA-EMI-ECHQ    PIC X(26).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-ECHQ    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
