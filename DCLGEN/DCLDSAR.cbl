      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SOLICITUDES_DSAR)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLDSAR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLSOLICITUDES-DSAR)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.SOLICITUDES_DSAR TABLE
           ( ID_SOLICITUD                   INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             REGISTRADO_POR                 CHAR(8) NOT NULL,
             FECHA_SOLICITUD                TIMESTAMP NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ID_REPORTE                     INTEGER NOT NULL,
             CANT_LINEAS                    INTEGER NOT NULL,
             FECHA_GENERACION               TIMESTAMP,
             ENTREGADO_POR                  CHAR(8) NOT NULL,
             FECHA_ENTREGA                  TIMESTAMP,
             ID_IMPR_DESDE                  INTEGER NOT NULL,
             ID_IMPR_HASTA                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SOLICITUDES_DSAR           *
      ******************************************************************
       01  DCLSOLICITUDES-DSAR.
      *                       ID_SOLICITUD
           10 HV-ID-DSAR           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-DSAR      PIC X(8).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-DSAR     PIC X(4).
      *                       REGISTRADO_POR
           10 HV-REGISTRADO-DSAR   PIC X(8).
      *                       FECHA_SOLICITUD
           10 HV-FECHA-SOL-DSAR    PIC X(26).
      *                       FECHA_LIMITE
           10 HV-FECHA-LIM-DSAR    PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-DSAR       PIC X(1).
      *                       ID_REPORTE
           10 HV-ID-REPO-DSAR      PIC S9(9) USAGE COMP.
      *                       CANT_LINEAS
           10 HV-CANT-LIN-DSAR     PIC S9(9) USAGE COMP.
      *                       FECHA_GENERACION
           10 HV-FECHA-GEN-DSAR    PIC X(26).
      *                       ENTREGADO_POR
           10 HV-ENTREGADO-DSAR    PIC X(8).
      *                       FECHA_ENTREGA
           10 HV-FECHA-ENT-DSAR    PIC X(26).
      *                       ID_IMPR_DESDE
           10 HV-IMPR-DESDE-DSAR   PIC S9(9) USAGE COMP.
      *                       ID_IMPR_HASTA
           10 HV-IMPR-HASTA-DSAR   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
