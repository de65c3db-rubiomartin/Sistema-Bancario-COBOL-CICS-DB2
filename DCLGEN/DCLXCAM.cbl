      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EXTRACTO_CAMT_CUENTAS)                    *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLXCAM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEXTRACTO-CAMT-CUENTAS)                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EXTRACTO_CAMT_CUENTAS TABLE
           ( CUENTA_NUM                     CHAR(10) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO_ALTA                   CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ULT_ENVIO                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EXTRACTO_CAMT_CUENTAS      *
      ******************************************************************
       01  DCLEXTRACTO-CAMT-CUENTAS.
      *                       CUENTA_NUM
           10 HV-CUENTA-XCAM       PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-XCAM       PIC X(1).
      *                       USUARIO_ALTA
           10 HV-ALTA-POR-XCAM     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-XCAM   PIC X(26).
      *                       FECHA_ULT_ENVIO
           10 HV-ULT-ENVIO-XCAM    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
