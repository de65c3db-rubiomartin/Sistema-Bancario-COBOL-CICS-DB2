      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SOLICITUDES_PRESTAMO)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLSOLR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLSOLICITUDES-PRESTAMO)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.SOLICITUDES_PRESTAMO TABLE
           ( ID_SOLICITUD                   INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             CANT_CUOTAS                    INTEGER NOT NULL,
             UNIDAD                         CHAR(3) NOT NULL,
             TASA                           DECIMAL(9, 6) NOT NULL,
             CUOTA                          DECIMAL(10, 2) NOT NULL,
             INGRESO_MENSUAL                DECIMAL(11, 2) NOT NULL,
             RATIO                          DECIMAL(7, 2) NOT NULL,
             RESULTADO_BURO                 CHAR(1) NOT NULL,
             DOC_IDENTIDAD                  CHAR(1) NOT NULL,
             DOC_INGRESOS                   CHAR(1) NOT NULL,
             DOC_DOMICILIO                  CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_RECHAZO                 CHAR(2) NOT NULL,
             NOTA_RESOLUCION                CHAR(40) NOT NULL,
             MONTO_APROBADO                 DECIMAL(10, 2) NOT NULL,
             CUOTAS_APROBADAS               INTEGER NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             OFICIAL                        CHAR(8) NOT NULL,
             FECHA_SOLICITUD                TIMESTAMP NOT NULL,
             RESOLUTOR                      CHAR(8) NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP,
             ID_PRESTAMO                    INTEGER NOT NULL,
             FECHA_CIERRE                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SOLICITUDES_PRESTAMO       *
      ******************************************************************
       01  DCLSOLICITUDES-PRESTAMO.
      *                       ID_SOLICITUD
           10 HV-ID-SOLR           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-SOLR      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-SOLR       PIC X(10).
      *                       MONTO
           10 HV-MONTO-SOLR        PIC S9(8)V9(2) USAGE COMP-3.
      *                       CANT_CUOTAS
           10 HV-CUOTAS-SOLR       PIC S9(9) USAGE COMP.
      *                       UNIDAD
           10 HV-UNIDAD-SOLR       PIC X(3).
      *                       TASA
           10 HV-TASA-SOLR         PIC S9(3)V9(6) USAGE COMP-3.
      *                       CUOTA
           10 HV-CUOTA-SOLR        PIC S9(8)V9(2) USAGE COMP-3.
      *                       INGRESO_MENSUAL
           10 HV-INGRESO-SOLR      PIC S9(9)V9(2) USAGE COMP-3.
      *                       RATIO
           10 HV-RATIO-SOLR        PIC S9(5)V9(2) USAGE COMP-3.
      *                       RESULTADO_BURO
           10 HV-BURO-SOLR         PIC X(1).
      *                       DOC_IDENTIDAD
           10 HV-DOC-ID-SOLR       PIC X(1).
      *                       DOC_INGRESOS
           10 HV-DOC-ING-SOLR      PIC X(1).
      *                       DOC_DOMICILIO
           10 HV-DOC-DOM-SOLR      PIC X(1).
      *                       ESTADO
           10 HV-ESTADO-SOLR       PIC X(1).
      *                       MOTIVO_RECHAZO
           10 HV-MOTIVO-SOLR       PIC X(2).
      *                       NOTA_RESOLUCION
           10 HV-NOTA-SOLR         PIC X(40).
      *                       MONTO_APROBADO
           10 HV-MONTO-APR-SOLR    PIC S9(8)V9(2) USAGE COMP-3.
      *                       CUOTAS_APROBADAS
           10 HV-CUOTAS-APR-SOLR   PIC S9(9) USAGE COMP.
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-SOLR     PIC X(4).
      *                       OFICIAL
           10 HV-OFICIAL-SOLR      PIC X(8).
      *                       FECHA_SOLICITUD
           10 HV-FECHA-SOLR        PIC X(26).
      *                       RESOLUTOR
           10 HV-RESOLUTOR-SOLR    PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-SOLR    PIC X(26).
      *                       ID_PRESTAMO
           10 HV-ID-PRES-SOLR      PIC S9(9) USAGE COMP.
      *                       FECHA_CIERRE
           10 HV-FECHA-CIE-SOLR    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 26      *
      ******************************************************************
