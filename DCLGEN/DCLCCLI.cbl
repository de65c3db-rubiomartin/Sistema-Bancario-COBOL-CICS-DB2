      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONSULTAS_CLIENTE)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCCLI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCONSULTAS-CLIENTE)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CONSULTAS_CLIENTE TABLE
           ( ID_CONSULTA                    INTEGER NOT NULL,
             EMPLEADO                       CHAR(8) NOT NULL,
             USUARIO_CLIENTE                CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONSULTAS_CLIENTE          *
      ******************************************************************
       01  DCLCONSULTAS-CLIENTE.
      *                       ID_CONSULTA
           10 HV-ID-CCLI           PIC S9(9) USAGE COMP.
      *                       EMPLEADO
           10 HV-EMPLEADO-CCLI     PIC X(8).
      *                       USUARIO_CLIENTE
           10 HV-CLIENTE-CCLI      PIC X(8).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-CCLI     PIC X(4).
      *                       FECHA_HORA
           10 HV-FECHA-CCLI        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
