      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EVENTOS_AVAL)                             *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLEVAV))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEVENTOS-AVAL)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EVENTOS_AVAL TABLE
           ( ID_AVAL                        INTEGER NOT NULL,
             TIPO_OPER                      CHAR(1) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EVENTOS_AVAL               *
      ******************************************************************
       01  DCLEVENTOS-AVAL.
      *                       ID_AVAL
           10 HV-ID-AVAL-EVAV      PIC S9(9) USAGE COMP.
      *                       TIPO_OPER
           10 HV-TIPO-OPER-EVAV    PIC X(1).
      *                       MONTO
           10 HV-MONTO-EVAV        PIC S9(8)V9(2) USAGE COMP-3.
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-EVAV     PIC X(4).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-EVAV    PIC X(10).
      *                       FECHA
           10 HV-FECHA-EVAV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
