      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ACREEDORES_DEBITO)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLACRD))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLACREEDORES-DEBITO)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ACREEDORES_DEBITO TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ESTADO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ACREEDORES_DEBITO          *
      ******************************************************************
       01  DCLACREEDORES-DEBITO.
      *                       USUARIO
           10 HV-USUARIO-ACRD      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-ACRD       PIC X(10).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-ACRD     PIC X(4).
      *                       ESTADO
           10 HV-ESTADO-ACRD       PIC X(1).
      *                       AGENTE_ID
           10 HV-AGENTE-ACRD       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-ACRD   PIC X(26).
      *                       FECHA_ESTADO
           10 HV-FECHA-EST-ACRD    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
