      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PAGO_POSITIVO_CUENTAS)                    *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPPCT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPAGO-POSITIVO-CUENTAS)                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PAGO_POSITIVO_CUENTAS TABLE
           ( CUENTA_NUM                     CHAR(10) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PAGO_POSITIVO_CUENTAS      *
      ******************************************************************
       01  DCLPAGO-POSITIVO-CUENTAS.
      *                       CUENTA_NUM
           10 HV-CUENTA-PPCT       PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-PPCT       PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-PPCT   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
