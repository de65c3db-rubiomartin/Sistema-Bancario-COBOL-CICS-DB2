      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PARTIDAS_INTERSUC)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPINT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPARTIDAS-INTERSUC)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PARTIDAS_INTERSUC TABLE
           ( ID_PARTIDA                     INTEGER NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             TIPO_OPER                      CHAR(1) NOT NULL,
             SUCURSAL                       CHAR(4) NOT NULL,
             SUCURSAL_CONTRA                CHAR(4) NOT NULL,
             LADO                           CHAR(1) NOT NULL,
             MONTO                          DECIMAL(11, 2) NOT NULL,
             ID_LIQUIDACION                 INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PARTIDAS_INTERSUC          *
      ******************************************************************
       01  DCLPARTIDAS-INTERSUC.
      *                       ID_PARTIDA
           10 HV-ID-PARTIDA-PINT   PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-PINT    PIC X(10).
      *                       ID_MOV
           10 HV-ID-MOV-PINT       PIC S9(9) USAGE COMP.
      *                       TIPO_OPER
           10 HV-TIPO-OPER-PINT    PIC X(1).
      *                       SUCURSAL
           10 HV-SUCURSAL-PINT     PIC X(4).
      *                       SUCURSAL_CONTRA
           10 HV-SUC-CONTRA-PINT   PIC X(4).
      *                       LADO
           10 HV-LADO-PINT         PIC X(1).
      *                       MONTO
           10 HV-MONTO-PINT        PIC S9(9)V9(2) USAGE COMP-3.
      *                       ID_LIQUIDACION
           10 HV-ID-LIQ-PINT       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
