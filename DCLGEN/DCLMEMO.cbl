      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MOVIMIENTOS_MEMO)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLMEMO))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLMOVIMIENTOS-MEMO)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.MOVIMIENTOS_MEMO TABLE
           ( ID_MEMO                        INTEGER NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             USUARIO_TITULAR                CHAR(8) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             TIPO_OPER                      CHAR(1) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             USUARIO_REL                    CHAR(8) NOT NULL,
             MONTO_DESTINO                  DECIMAL(10, 2) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             SALDO_MEMO                     DECIMAL(10, 2) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_VALOR                    DATE NOT NULL,
             FECHA_MEMO                     TIMESTAMP NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             MOTIVO_FALLO                   CHAR(30) NOT NULL,
             FECHA_APLICACION               TIMESTAMP,
             CANT_BILL_100                  INTEGER NOT NULL,
             CANT_BILL_50                   INTEGER NOT NULL,
             CANT_BILL_20                   INTEGER NOT NULL,
             CANT_BILL_10                   INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MOVIMIENTOS_MEMO           *
      ******************************************************************
       01  DCLMOVIMIENTOS-MEMO.
      *                       ID_MEMO
           10 HV-ID-MEMO           PIC S9(9) USAGE COMP.
      *                       CUENTA_NUM
           10 HV-CUENTA-MEMO       PIC X(10).
      *                       USUARIO_TITULAR
           10 HV-TITULAR-MEMO      PIC X(8).
      *                       USUARIO
           10 HV-USUARIO-MEMO      PIC X(8).
      *                       TIPO_OPER
           10 HV-TIPO-OPER-MEMO    PIC X(1).
      *                       MONTO
           10 HV-MONTO-MEMO        PIC S9(8)V9(2) USAGE COMP-3.
      *                       USUARIO_REL
           10 HV-USUARIO-REL-MEMO  PIC X(8).
      *                       MONTO_DESTINO
           10 HV-MONTO-DEST-MEMO   PIC S9(8)V9(2) USAGE COMP-3.
      *                       CONCEPTO
           10 HV-CONCEPTO-MEMO     PIC X(30).
      *                       SALDO_MEMO
           10 HV-SALDO-MEMO        PIC S9(8)V9(2) USAGE COMP-3.
      *                       AGENTE_ID
           10 HV-AGENTE-MEMO       PIC X(8).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-MEMO     PIC X(4).
      *                       FECHA_VALOR
           10 HV-FECHA-VALOR-MEMO  PIC X(10).
      *                       FECHA_MEMO
           10 HV-FECHA-MEMO        PIC X(26).
      *                       ESTADO
           10 HV-ESTADO-MEMO       PIC X(1).
      *                       ID_MOV
           10 HV-ID-MOV-MEMO       PIC S9(9) USAGE COMP.
      *                       MOTIVO_FALLO
           10 HV-MOTIVO-MEMO       PIC X(30).
      *                       FECHA_APLICACION
           10 HV-FECHA-APLIC-MEMO  PIC X(26).
      *                       CANT_BILL_100
           10 HV-CANT100-MEMO      PIC S9(9) USAGE COMP.
      *                       CANT_BILL_50
           10 HV-CANT50-MEMO       PIC S9(9) USAGE COMP.
      *                       CANT_BILL_20
           10 HV-CANT20-MEMO       PIC S9(9) USAGE COMP.
      *                       CANT_BILL_10
           10 HV-CANT10-MEMO       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
