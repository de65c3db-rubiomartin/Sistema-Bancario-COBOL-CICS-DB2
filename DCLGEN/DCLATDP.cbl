      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ATM_DISPENSADO)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLATDP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLATM-DISPENSADO)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ATM_DISPENSADO TABLE
           ( ATM_ID                         CHAR(8) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             MONTO                          DECIMAL(12, 2) NOT NULL,
             CANT_OPERACIONES               INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ATM_DISPENSADO             *
      ******************************************************************
       01  DCLATM-DISPENSADO.
      *                       ATM_ID
           10 HV-ATM-ID-ATDP       PIC X(8).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-ATDP        PIC X(10).
      *                       MONTO
           10 HV-MONTO-ATDP        PIC S9(10)V9(2) USAGE COMP-3.
      *                       CANT_OPERACIONES
           10 HV-CANT-OPER-ATDP    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
