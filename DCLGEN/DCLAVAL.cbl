      ******************************************************************
      * DCLGEN TABLE(IBMUSER.AVALES)                                   *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLAVAL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLAVALES)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.AVALES TABLE
           ( ID_AVAL                        INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             TIPO_AVAL                      CHAR(1) NOT NULL,
             BENEFICIARIO                   CHAR(30) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             MONTO_CTA                      DECIMAL(10, 2) NOT NULL,
             FECHA_EMISION                  DATE NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             TIPO_CONTRAGAR                 CHAR(2) NOT NULL,
             ID_GARANTIA                    INTEGER NOT NULL,
             ID_RET                         INTEGER NOT NULL,
             MONTO_CONTRAGAR                DECIMAL(10, 2) NOT NULL,
             COMISION_PCT                   DECIMAL(5, 2) NOT NULL,
             FECHA_PROX_COMISION            DATE NOT NULL,
             COMISION_COBRADA               DECIMAL(10, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MONTO_RECLAMO                  DECIMAL(10, 2) NOT NULL,
             FECHA_RECLAMO                  DATE NOT NULL,
             ID_MOV_EJEC                    INTEGER NOT NULL,
             ID_PRESTAMO                    INTEGER NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ESTADO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AVALES                     *
      ******************************************************************
       01  DCLAVALES.
      *                       ID_AVAL
           10 HV-ID-AVAL           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-AVAL      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-AVAL       PIC X(10).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-AVAL     PIC X(4).
      *                       TIPO_AVAL
           10 HV-TIPO-AVAL         PIC X(1).
      *                       BENEFICIARIO
           10 HV-BENEF-AVAL        PIC X(30).
      *                       MONEDA
           10 HV-MONEDA-AVAL       PIC X(3).
      *                       MONTO
           10 HV-MONTO-AVAL        PIC S9(8)V9(2) USAGE COMP-3.
      *                       MONTO_CTA
           10 HV-MONTO-CTA-AVAL    PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_EMISION
           10 HV-FECHA-EMI-AVAL    PIC X(10).
      *                       FECHA_VENCIMIENTO
           10 HV-FECHA-VTO-AVAL    PIC X(10).
      *                       TIPO_CONTRAGAR
           10 HV-TIPO-CGAR-AVAL    PIC X(2).
      *                       ID_GARANTIA
           10 HV-ID-GARA-AVAL      PIC S9(9) USAGE COMP.
      *                       ID_RET
           10 HV-ID-RET-AVAL       PIC S9(9) USAGE COMP.
      *                       MONTO_CONTRAGAR
           10 HV-MONTO-CGAR-AVAL   PIC S9(8)V9(2) USAGE COMP-3.
      *                       COMISION_PCT
           10 HV-COMIS-PCT-AVAL    PIC S9(3)V9(2) USAGE COMP-3.
      *                       FECHA_PROX_COMISION
           10 HV-PROX-COMIS-AVAL   PIC X(10).
      *                       COMISION_COBRADA
           10 HV-COMIS-COBR-AVAL   PIC S9(8)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-AVAL       PIC X(1).
      *                       MONTO_RECLAMO
           10 HV-RECLAMO-AVAL      PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_RECLAMO
           10 HV-FECHA-RECL-AVAL   PIC X(10).
      *                       ID_MOV_EJEC
           10 HV-ID-MOV-AVAL       PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO
           10 HV-ID-PRES-AVAL      PIC S9(9) USAGE COMP.
      *                       AGENTE_ID
           10 HV-AGENTE-AVAL       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-AVAL   PIC X(26).
      *                       FECHA_ESTADO
           10 HV-FECHA-EST-AVAL    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 26      *
      ******************************************************************
