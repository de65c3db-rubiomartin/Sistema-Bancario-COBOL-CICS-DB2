      ******************************************************************
      * DCLGEN TABLE(IBMUSER.AJUSTES_UVA)                              *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLAUVA))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLAJUSTES-UVA)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.AJUSTES_UVA TABLE
           ( ID_AJUSTE                      INTEGER NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             PRODUCTO                       CHAR(1) NOT NULL,
             ID_PRODUCTO                    INTEGER NOT NULL,
             TIPO_OPER                      CHAR(1) NOT NULL,
             VALOR_UVA_ANT                  DECIMAL(12, 4) NOT NULL,
             VALOR_UVA                      DECIMAL(12, 4) NOT NULL,
             MONTO                          DECIMAL(13, 2) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AJUSTES_UVA                *
      ******************************************************************
       01  DCLAJUSTES-UVA.
      *                       ID_AJUSTE
           10 HV-ID-AUVA           PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-AUVA    PIC X(10).
      *                       PRODUCTO
           10 HV-PRODUCTO-AUVA     PIC X(1).
      *                       ID_PRODUCTO
           10 HV-ID-PROD-AUVA      PIC S9(9) USAGE COMP.
      *                       TIPO_OPER
           10 HV-TIPO-OPER-AUVA    PIC X(1).
      *                       VALOR_UVA_ANT
           10 HV-UVA-ANT-AUVA      PIC S9(8)V9(4) USAGE COMP-3.
      *                       VALOR_UVA
           10 HV-UVA-AUVA          PIC S9(8)V9(4) USAGE COMP-3.
      *                       MONTO
           10 HV-MONTO-AUVA        PIC S9(11)V9(2) USAGE COMP-3.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-AUVA   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
