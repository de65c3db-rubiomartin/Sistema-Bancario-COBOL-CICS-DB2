      ******************************************************************
      * DCLGEN TABLE(IBMUSER.FACTURAS_FISCALES)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLFACF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLFACTURAS-FISCALES)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.FACTURAS_FISCALES TABLE
           ( SUCURSAL_ID                    CHAR(4) NOT NULL,
             TIPO_COMPROBANTE               CHAR(1) NOT NULL,
             NUMERO                         INTEGER NOT NULL,
             FECHA_EMISION                  DATE NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CONDICION_IVA                  CHAR(2) NOT NULL,
             ID_FISCAL                      CHAR(13) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             NETO                           DECIMAL(12, 2) NOT NULL,
             ALICUOTA                       DECIMAL(5, 2) NOT NULL,
             IVA                            DECIMAL(12, 2) NOT NULL,
             TOTAL                          DECIMAL(12, 2) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             ID_MOV_IVA                     INTEGER NOT NULL,
             SUCURSAL_ORIGEN                CHAR(4) NOT NULL,
             NUMERO_ORIGEN                  INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FACTURAS_FISCALES          *
      ******************************************************************
       01  DCLFACTURAS-FISCALES.
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-FACF     PIC X(4).
      *                       TIPO_COMPROBANTE
           10 HV-TIPO-FACF         PIC X(1).
      *                       NUMERO
           10 HV-NUMERO-FACF       PIC S9(9) USAGE COMP.
      *                       FECHA_EMISION
           10 HV-FECHA-FACF        PIC X(10).
      *                       USUARIO
           10 HV-USUARIO-FACF      PIC X(8).
      *                       CONDICION_IVA
           10 HV-CONDICION-FACF    PIC X(2).
      *                       ID_FISCAL
           10 HV-ID-FISCAL-FACF    PIC X(13).
      *                       CUENTA_NUM
           10 HV-CUENTA-FACF       PIC X(10).
      *                       CONCEPTO
           10 HV-CONCEPTO-FACF     PIC X(30).
      *                       NETO
           10 HV-NETO-FACF         PIC S9(10)V9(2) USAGE COMP-3.
      *                       ALICUOTA
           10 HV-ALICUOTA-FACF     PIC S9(3)V9(2) USAGE COMP-3.
      *                       IVA
           10 HV-IVA-FACF          PIC S9(10)V9(2) USAGE COMP-3.
      *                       TOTAL
           10 HV-TOTAL-FACF        PIC S9(10)V9(2) USAGE COMP-3.
      *                       ID_MOV
           10 HV-ID-MOV-FACF       PIC S9(9) USAGE COMP.
      *                       ID_MOV_IVA
           10 HV-ID-MOV-IVA-FACF   PIC S9(9) USAGE COMP.
      *                       SUCURSAL_ORIGEN
           10 HV-SUC-ORIGEN-FACF   PIC X(4).
      *                       NUMERO_ORIGEN
           10 HV-NRO-ORIGEN-FACF   PIC S9(9) USAGE COMP.
      *                       ESTADO
           10 HV-ESTADO-FACF       PIC X(1).
      *                       AGENTE_ID
           10 HV-AGENTE-FACF       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-FACF   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
