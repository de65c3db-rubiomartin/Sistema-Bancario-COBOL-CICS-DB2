      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SOLICITUDES_PAGO)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLSOLP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLSOLICITUDES-PAGO)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.SOLICITUDES_PAGO TABLE
           ( ID_SOLICITUD                   INTEGER NOT NULL,
             SOLICITANTE                    CHAR(8) NOT NULL,
             PAGADOR                        CHAR(8) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_RESPUESTA                TIMESTAMP,
             ID_MOV                         INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SOLICITUDES_PAGO           *
      ******************************************************************
       01  DCLSOLICITUDES-PAGO.
      *                       ID_SOLICITUD
           10 HV-ID-SOLP           PIC S9(9) USAGE COMP.
      *                       SOLICITANTE
           10 HV-SOLICITANTE-SOLP  PIC X(8).
      *                       PAGADOR
           10 HV-PAGADOR-SOLP      PIC X(8).
      *                       MONTO
           10 HV-MONTO-SOLP        PIC S9(8)V9(2) USAGE COMP-3.
      *                       CONCEPTO
           10 HV-CONCEPTO-SOLP     PIC X(30).
      *                       FECHA_VENCIMIENTO
           10 HV-VENCE-SOLP        PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-SOLP       PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-SOLP   PIC X(26).
      *                       FECHA_RESPUESTA
           10 HV-FECHA-RESP-SOLP   PIC X(26).
      *                       ID_MOV
           10 HV-ID-MOV-SOLP       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
