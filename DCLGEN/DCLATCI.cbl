      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ATM_CICLOS)                               *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLATCI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLATM-CICLOS)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ATM_CICLOS TABLE
           ( ID_CICLO                       INTEGER NOT NULL,
             ATM_ID                         CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_NEG_CARGA                DATE NOT NULL,
             MONTO_CARGADO                  DECIMAL(12, 2) NOT NULL,
             FECHA_NEG_DESCARGA             DATE NOT NULL,
             MONTO_REMANENTE                DECIMAL(12, 2) NOT NULL,
             MONTO_LIQUIDADO                DECIMAL(12, 2) NOT NULL,
             DIFERENCIA                     DECIMAL(12, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ATM_CICLOS                 *
      ******************************************************************
       01  DCLATM-CICLOS.
      *                       ID_CICLO
           10 HV-ID-CICLO-ATCI     PIC S9(9) USAGE COMP.
      *                       ATM_ID
           10 HV-ATM-ID-ATCI       PIC X(8).
      *                       ESTADO
           10 HV-ESTADO-ATCI       PIC X(1).
      *                       FECHA_NEG_CARGA
           10 HV-FECHA-CARGA-ATCI  PIC X(10).
      *                       MONTO_CARGADO
           10 HV-CARGADO-ATCI      PIC S9(10)V9(2) USAGE COMP-3.
      *                       FECHA_NEG_DESCARGA
           10 HV-FECHA-DESC-ATCI   PIC X(10).
      *                       MONTO_REMANENTE
           10 HV-REMANENTE-ATCI    PIC S9(10)V9(2) USAGE COMP-3.
      *                       MONTO_LIQUIDADO
           10 HV-LIQUIDADO-ATCI    PIC S9(10)V9(2) USAGE COMP-3.
      *                       DIFERENCIA
           10 HV-DIFERENCIA-ATCI   PIC S9(10)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
