      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MOVIMIENTOS_TC)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLMVTC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLMOVIMIENTOS-TC)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.MOVIMIENTOS_TC TABLE
           ( ID_MOV_TC                      INTEGER NOT NULL,
             ID_CUENTA_TC                   INTEGER NOT NULL,
             NUMERO_TARJETA                 CHAR(16) NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             MONTO                          DECIMAL(12, 2) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             ID_RESUMEN                     INTEGER NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MOVIMIENTOS_TC             *
      ******************************************************************
       01  DCLMOVIMIENTOS-TC.
      *                       ID_MOV_TC
           10 HV-ID-MVTC           PIC S9(9) USAGE COMP.
      *                       ID_CUENTA_TC
           10 HV-ID-CTA-MVTC       PIC S9(9) USAGE COMP.
      *                       NUMERO_TARJETA
           10 HV-TARJETA-MVTC      PIC X(16).
      *                       TIPO
           10 HV-TIPO-MVTC         PIC X(1).
      *                       MONTO
           10 HV-MONTO-MVTC        PIC S9(10)V9(2) USAGE COMP-3.
      *                       CONCEPTO
           10 HV-CONCEPTO-MVTC     PIC X(30).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-MVTC    PIC X(10).
      *                       ID_RESUMEN
           10 HV-ID-RES-MVTC       PIC S9(9) USAGE COMP.
      *                       ID_MOV
           10 HV-ID-MOV-MVTC       PIC S9(9) USAGE COMP.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-MVTC   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
