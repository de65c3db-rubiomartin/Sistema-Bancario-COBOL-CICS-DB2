      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TIEMPOS_RESPUESTA)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTRSP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTIEMPOS-RESPUESTA)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TIEMPOS_RESPUESTA TABLE
           ( PROGRAMA                       CHAR(8) NOT NULL,
             TRANSID                        CHAR(4) NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FUNCION                        CHAR(4) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA                          DATE NOT NULL,
             HORA                           TIME NOT NULL,
             INICIO_ABS                     DECIMAL(15, 0) NOT NULL,
             FIN_ABS                        DECIMAL(15, 0) NOT NULL,
             DURACION_MS                    INTEGER NOT NULL,
             LLAMADAS_SQL                   INTEGER NOT NULL,
             RESULTADO                      CHAR(2) NOT NULL,
             FECHA_CARGA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TIEMPOS_RESPUESTA          *
      ******************************************************************
       01  DCLTIEMPOS-RESPUESTA.
      *                       PROGRAMA
           10 HV-PROGRAMA-TRSP     PIC X(8).
      *                       TRANSID
           10 HV-TRANSID-TRSP      PIC X(4).
      *                       TERMINAL_ID
           10 HV-TERMINAL-TRSP     PIC X(4).
      *                       USUARIO
           10 HV-USUARIO-TRSP      PIC X(8).
      *                       FUNCION
           10 HV-FUNCION-TRSP      PIC X(4).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-TRSP     PIC X(4).
      *                       FECHA
           10 HV-FECHA-TRSP        PIC X(10).
      *                       HORA
           10 HV-HORA-TRSP         PIC X(8).
      *                       INICIO_ABS
           10 HV-INICIO-TRSP       PIC S9(15) USAGE COMP-3.
      *                       FIN_ABS
           10 HV-FIN-TRSP          PIC S9(15) USAGE COMP-3.
      *                       DURACION_MS
           10 HV-DURACION-TRSP     PIC S9(9) USAGE COMP.
      *                       LLAMADAS_SQL
           10 HV-LLAMADAS-TRSP     PIC S9(9) USAGE COMP.
      *                       RESULTADO
           10 HV-RESULTADO-TRSP    PIC X(2).
      *                       FECHA_CARGA
           10 HV-FECHA-CARGA-TRSP  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
