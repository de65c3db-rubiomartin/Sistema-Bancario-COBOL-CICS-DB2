      ******************************************************************
      * DCLGEN TABLE(IBMUSER.VALORES_UVA)                              *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLVUVA))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLVALORES-UVA)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.VALORES_UVA TABLE
           ( FECHA                          DATE NOT NULL,
             VALOR                          DECIMAL(12, 4) NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             CARGADO_POR                    CHAR(8) NOT NULL,
             FECHA_CARGA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VALORES_UVA                *
      ******************************************************************
       01  DCLVALORES-UVA.
      *                       FECHA
           10 HV-FECHA-VUVA        PIC X(10).
      *                       VALOR
           10 HV-VALOR-VUVA        PIC S9(8)V9(4) USAGE COMP-3.
      *                       ORIGEN
           10 HV-ORIGEN-VUVA       PIC X(1).
      *                       CARGADO_POR
           10 HV-CARGADO-VUVA      PIC X(8).
      *                       FECHA_CARGA
           10 HV-FECHA-CARGA-VUVA  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
