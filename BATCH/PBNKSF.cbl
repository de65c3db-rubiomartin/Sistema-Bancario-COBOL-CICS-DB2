       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSF.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSF                                 **
      ** TITULO ...........: EMBUDO DE SOLICITUDES DE PRESTAMO      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual sobre IBMUSER.SOLICITUDES_PRESTAMO       **
      **   (PBNKSE/PBNKCC) del periodo AAAAMM recibido por SYSIN    **
      **   (vacio = mes anterior a la fecha de negocio).            **
      ** - Primero vence ('X') las solicitudes aprobadas o          **
      **   contraofertadas que no se formalizaron dentro de         **
      **   DIAS_VIGENCIA_SOLICITUD dias de la resolucion (PBNKLO    **
      **   ya no las acepta desde ese dia).                         **
      ** - Informe (DD EMBUREP) por sucursal de las solicitudes     **
      **   cargadas en el periodo: recibidas, aprobadas (con las    **
      **   contraofertas), rechazadas, aun en comite, formalizadas, **
      **   vencidas y resueltas al alta por el oficial; tasa de     **
      **   aprobacion sobre las decididas y dias promedio hasta la  **
      **   decision del comite. Luego los motivos de rechazo por    **
      **   sucursal y el total del banco por motivo.                **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-EMBUDO ASSIGN TO EMBUREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-EMBUDO
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLSOLR END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PERIODO-SYSIN      PIC X(6)  VALUE SPACES.
           05 WS-PERIODO            PIC X(6)  VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO    PIC X(4).
              10 WS-PERIODO-MES     PIC X(2).
           05 WS-FECHA-AUX          PIC X(10) VALUE SPACES.
      * Primer dia del periodo (AAAA-MM-01).
           05 WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
      * Vigencia de una aprobacion. Valor de fabrica; 7050 lo
      * reemplaza por IBMUSER.PARAMETROS (el mismo de PBNKLO).
           05 WS-DIAS-VIGENCIA      PIC S9(4) COMP VALUE 30.
           05 WS-CONTADOR-VENCIDAS  PIC S9(9) COMP VALUE 0.
           05 WS-IND-MOTIVO         PIC S9(4) COMP VALUE 0.
           05 WS-DECIDIDAS          PIC S9(9) COMP VALUE 0.
           05 WS-PCT-APROB          PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 WS-DIAS-PROMEDIO      PIC S9(5)V9(2) COMP-3 VALUE 0.

      * Una fila del cursor por sucursal.
       01  WS-FILA-SUCURSAL.
           05 WS-FS-SUCURSAL        PIC X(4).
           05 WS-FS-RECIBIDAS       PIC S9(9) COMP.
           05 WS-FS-APROBADAS       PIC S9(9) COMP.
           05 WS-FS-CONTRAOF        PIC S9(9) COMP.
           05 WS-FS-RECHAZADAS      PIC S9(9) COMP.
           05 WS-FS-EN-COMITE       PIC S9(9) COMP.
           05 WS-FS-FORMALIZADAS    PIC S9(9) COMP.
           05 WS-FS-VENCIDAS        PIC S9(9) COMP.
           05 WS-FS-AL-ALTA         PIC S9(9) COMP.
           05 WS-FS-DEC-COMITE      PIC S9(9) COMP.
           05 WS-FS-DIAS-COMITE     PIC S9(9)V9(2) COMP-3.

      * Totales del banco (misma estructura).
       01  WS-TOTALES-BANCO.
           05 WS-TB-RECIBIDAS       PIC S9(9) COMP VALUE 0.
           05 WS-TB-APROBADAS       PIC S9(9) COMP VALUE 0.
           05 WS-TB-CONTRAOF        PIC S9(9) COMP VALUE 0.
           05 WS-TB-RECHAZADAS      PIC S9(9) COMP VALUE 0.
           05 WS-TB-EN-COMITE       PIC S9(9) COMP VALUE 0.
           05 WS-TB-FORMALIZADAS    PIC S9(9) COMP VALUE 0.
           05 WS-TB-VENCIDAS        PIC S9(9) COMP VALUE 0.
           05 WS-TB-AL-ALTA         PIC S9(9) COMP VALUE 0.
           05 WS-TB-DEC-COMITE      PIC S9(9) COMP VALUE 0.
           05 WS-TB-DIAS-COMITE     PIC S9(11)V9(2) COMP-3 VALUE 0.

      * Rechazos del banco por MOTIVO_RECHAZO, en el orden de la
      * tabla de nombres (el ultimo, 99, junta los codigos ajenos).
       01  WS-TABLA-MOTIVOS.
           05 WS-TM-CANT            PIC S9(9) COMP OCCURS 6 TIMES.

       01  WS-NOMBRES-MOTIVO.
           05 FILLER                PIC X(32)
              VALUE '01CAPACIDAD DE PAGO             '.
           05 FILLER                PIC X(32)
              VALUE '02BURO DE CREDITO               '.
           05 FILLER                PIC X(32)
              VALUE '03DOCUMENTACION                 '.
           05 FILLER                PIC X(32)
              VALUE '04CONCENTRACION DE RIESGO       '.
           05 FILLER                PIC X(32)
              VALUE '05POLITICA DE CREDITO           '.
           05 FILLER                PIC X(32)
              VALUE '99OTRO                          '.
       01  WS-NOMBRES-MOTIVO-R REDEFINES WS-NOMBRES-MOTIVO.
           05 WS-NM-ENTRADA OCCURS 6 TIMES.
              10 WS-NM-CODIGO       PIC X(2).
              10 WS-NM-NOMBRE       PIC X(30).

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(44) VALUE
              'EMBUDO DE SOLICITUDES DE PRESTAMO - PERIODO'.
           05 WS-LT-PERIODO          PIC X(6).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                 PIC X(40) VALUE
              'SUC.  RECIB  APROB CONTRA RECHAZ COMITE '.
           05 FILLER                 PIC X(40) VALUE
              'FORMAL   VENC   ALTA %APROB DIASCOM     '.

       01  WS-LINEA-SUCURSAL.
           05 WS-LS-SUCURSAL         PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-RECIBIDAS        PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-APROBADAS        PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-CONTRAOF         PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-RECHAZADAS       PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-EN-COMITE        PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-FORMALIZADAS     PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-VENCIDAS         PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-AL-ALTA          PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-PCT-APROB        PIC ZZ9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LS-DIAS             PIC ZZZ9,99.
           05 FILLER                 PIC X(5)  VALUE SPACES.

       01  WS-LINEA-CAB-MOTIVOS.
           05 FILLER                 PIC X(40) VALUE
              'SUC.  MT MOTIVO DE RECHAZO              '.
           05 FILLER                 PIC X(40) VALUE
              'CANTIDAD'.

       01  WS-LINEA-MOTIVO.
           05 WS-LM-SUCURSAL         PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LM-CODIGO           PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LM-NOMBRE           PIC X(30).
           05 WS-LM-CANTIDAD         PIC ZZZZZZZ9.
           05 FILLER                 PIC X(33) VALUE SPACES.

       01  WS-LINEA-CONTEO.
           05 WS-LN-TEXTO            PIC X(24).
           05 WS-LN-CANTIDAD         PIC Z(15)9.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKSF'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-VENCER-APROBACIONES.
           PERFORM 3000-EMBUDO-SUCURSALES.
           PERFORM 4000-MOTIVOS-RECHAZO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSF - EMBUDO DE SOLICITUDES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-PERIODO-SYSIN FROM SYSIN.
           IF WS-PERIODO-SYSIN IS NUMERIC
               MOVE WS-PERIODO-SYSIN TO WS-PERIODO
           ELSE
               PERFORM 7000-PERIODO-ANTERIOR
           END-IF.
           STRING WS-PERIODO-ANIO '-' WS-PERIODO-MES '-01'
               DELIMITED BY SIZE INTO WS-FECHA-DESDE.
           DISPLAY 'PBNKSF - PERIODO: ' WS-PERIODO.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKSF - DIAS DE VIGENCIA    : ' WS-DIAS-VIGENCIA.
           INITIALIZE WS-TABLA-MOTIVOS.
           OPEN OUTPUT INFORME-EMBUDO.
           MOVE WS-PERIODO TO WS-LT-PERIODO.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

      *================================================================*
      * 2000 - VENCIMIENTO DE APROBACIONES NO FORMALIZADAS             *
      *================================================================*
       2000-VENCER-APROBACIONES.
           PERFORM 7100-VENCER-APROBACIONES.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-CONTADOR-VENCIDAS
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   MOVE 0 TO WS-CONTADOR-VENCIDAS
               WHEN OTHER
                   DISPLAY 'PBNKSF - ERROR VENCIENDO SOLICITUDES '
                       'SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'PBNKSF - APROBACIONES VENCIDAS: '
               WS-CONTADOR-VENCIDAS.

      *================================================================*
      * 3000 - EMBUDO POR SUCURSAL                                     *
      *================================================================*
       3000-EMBUDO-SUCURSALES.
           PERFORM 7200-ABRIR-CURSOR-SUCURSALES.
           PERFORM 7210-FETCH-SUCURSAL.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-INFORMAR-SUCURSAL
               PERFORM 7210-FETCH-SUCURSAL
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKSF - ERROR EN CURSOR SUCURSALES SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-EMBUDO-SF END-EXEC.
           PERFORM 3200-INFORMAR-TOTAL.

       3100-INFORMAR-SUCURSAL.
           ADD WS-FS-RECIBIDAS    TO WS-TB-RECIBIDAS.
           ADD WS-FS-APROBADAS    TO WS-TB-APROBADAS.
           ADD WS-FS-CONTRAOF     TO WS-TB-CONTRAOF.
           ADD WS-FS-RECHAZADAS   TO WS-TB-RECHAZADAS.
           ADD WS-FS-EN-COMITE    TO WS-TB-EN-COMITE.
           ADD WS-FS-FORMALIZADAS TO WS-TB-FORMALIZADAS.
           ADD WS-FS-VENCIDAS     TO WS-TB-VENCIDAS.
           ADD WS-FS-AL-ALTA      TO WS-TB-AL-ALTA.
           ADD WS-FS-DEC-COMITE   TO WS-TB-DEC-COMITE.
           ADD WS-FS-DIAS-COMITE  TO WS-TB-DIAS-COMITE.
           MOVE WS-FS-SUCURSAL     TO WS-LS-SUCURSAL.
           MOVE WS-FS-RECIBIDAS    TO WS-LS-RECIBIDAS.
           MOVE WS-FS-APROBADAS    TO WS-LS-APROBADAS.
           MOVE WS-FS-CONTRAOF     TO WS-LS-CONTRAOF.
           MOVE WS-FS-RECHAZADAS   TO WS-LS-RECHAZADAS.
           MOVE WS-FS-EN-COMITE    TO WS-LS-EN-COMITE.
           MOVE WS-FS-FORMALIZADAS TO WS-LS-FORMALIZADAS.
           MOVE WS-FS-VENCIDAS     TO WS-LS-VENCIDAS.
           MOVE WS-FS-AL-ALTA      TO WS-LS-AL-ALTA.
           COMPUTE WS-DECIDIDAS = WS-FS-APROBADAS + WS-FS-RECHAZADAS.
           IF WS-DECIDIDAS > 0
               COMPUTE WS-PCT-APROB ROUNDED =
                   WS-FS-APROBADAS * 100 / WS-DECIDIDAS
           ELSE
               MOVE 0 TO WS-PCT-APROB
           END-IF.
           IF WS-FS-DEC-COMITE > 0
               COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                   WS-FS-DIAS-COMITE / WS-FS-DEC-COMITE
           ELSE
               MOVE 0 TO WS-DIAS-PROMEDIO
           END-IF.
           MOVE WS-PCT-APROB       TO WS-LS-PCT-APROB.
           MOVE WS-DIAS-PROMEDIO   TO WS-LS-DIAS.
           WRITE REG-INFORME FROM WS-LINEA-SUCURSAL.

       3200-INFORMAR-TOTAL.
           MOVE 'TOT.'             TO WS-LS-SUCURSAL.
           MOVE WS-TB-RECIBIDAS    TO WS-LS-RECIBIDAS.
           MOVE WS-TB-APROBADAS    TO WS-LS-APROBADAS.
           MOVE WS-TB-CONTRAOF     TO WS-LS-CONTRAOF.
           MOVE WS-TB-RECHAZADAS   TO WS-LS-RECHAZADAS.
           MOVE WS-TB-EN-COMITE    TO WS-LS-EN-COMITE.
           MOVE WS-TB-FORMALIZADAS TO WS-LS-FORMALIZADAS.
           MOVE WS-TB-VENCIDAS     TO WS-LS-VENCIDAS.
           MOVE WS-TB-AL-ALTA      TO WS-LS-AL-ALTA.
           COMPUTE WS-DECIDIDAS = WS-TB-APROBADAS + WS-TB-RECHAZADAS.
           IF WS-DECIDIDAS > 0
               COMPUTE WS-PCT-APROB ROUNDED =
                   WS-TB-APROBADAS * 100 / WS-DECIDIDAS
           ELSE
               MOVE 0 TO WS-PCT-APROB
           END-IF.
           IF WS-TB-DEC-COMITE > 0
               COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                   WS-TB-DIAS-COMITE / WS-TB-DEC-COMITE
           ELSE
               MOVE 0 TO WS-DIAS-PROMEDIO
           END-IF.
           MOVE WS-PCT-APROB       TO WS-LS-PCT-APROB.
           MOVE WS-DIAS-PROMEDIO   TO WS-LS-DIAS.
           WRITE REG-INFORME FROM WS-LINEA-SUCURSAL.

      *================================================================*
      * 4000 - MOTIVOS DE RECHAZO                                      *
      *================================================================*
       4000-MOTIVOS-RECHAZO.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME FROM WS-LINEA-CAB-MOTIVOS.
           PERFORM 7300-ABRIR-CURSOR-MOTIVOS.
           PERFORM 7310-FETCH-MOTIVO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-INFORMAR-MOTIVO
               PERFORM 7310-FETCH-MOTIVO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKSF - ERROR EN CURSOR MOTIVOS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-MOTIVOS-SF END-EXEC.
           MOVE 'TOT.' TO WS-LM-SUCURSAL.
           PERFORM 4200-TOTAL-MOTIVO
               VARYING WS-IND-MOTIVO FROM 1 BY 1
               UNTIL WS-IND-MOTIVO > 6.
           MOVE 'APROBACIONES VENCIDAS .:' TO WS-LN-TEXTO.
           MOVE WS-CONTADOR-VENCIDAS       TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           CLOSE INFORME-EMBUDO.

      * El motivo se ubica en la tabla; un codigo ajeno va a 99.
       4100-INFORMAR-MOTIVO.
           MOVE 6 TO WS-IND-MOTIVO.
           EVALUATE HV-MOTIVO-SOLR
               WHEN '01' MOVE 1 TO WS-IND-MOTIVO
               WHEN '02' MOVE 2 TO WS-IND-MOTIVO
               WHEN '03' MOVE 3 TO WS-IND-MOTIVO
               WHEN '04' MOVE 4 TO WS-IND-MOTIVO
               WHEN '05' MOVE 5 TO WS-IND-MOTIVO
           END-EVALUATE.
           ADD HV-CUOTAS-SOLR TO WS-TM-CANT(WS-IND-MOTIVO).
           MOVE HV-SUCURSAL-SOLR TO WS-LM-SUCURSAL.
           MOVE HV-MOTIVO-SOLR   TO WS-LM-CODIGO.
           MOVE WS-NM-NOMBRE(WS-IND-MOTIVO) TO WS-LM-NOMBRE.
           MOVE HV-CUOTAS-SOLR   TO WS-LM-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-MOTIVO.

       4200-TOTAL-MOTIVO.
           IF WS-TM-CANT(WS-IND-MOTIVO) > 0
               MOVE WS-NM-CODIGO(WS-IND-MOTIVO) TO WS-LM-CODIGO
               MOVE WS-NM-NOMBRE(WS-IND-MOTIVO) TO WS-LM-NOMBRE
               MOVE WS-TM-CANT(WS-IND-MOTIVO)   TO WS-LM-CANTIDAD
               WRITE REG-INFORME FROM WS-LINEA-MOTIVO
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Sin periodo en SYSIN: el mes anterior a la fecha de negocio
      * (la corrida normal de los primeros dias del mes).
       7000-PERIODO-ANTERIOR.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO - 1 MONTH, ISO)
               INTO :WS-FECHA-AUX
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                   INTO :WS-FECHA-AUX
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           STRING WS-FECHA-AUX(1:4) DELIMITED BY SIZE
               WS-FECHA-AUX(6:2) DELIMITED BY SIZE
               INTO WS-PERIODO.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_VIGENCIA_SOLICITUD'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-VIGENCIA
           END-IF.

      * Mismo corte que PBNKLO 7080: vencida a los WS-DIAS-VIGENCIA
      * dias de la resolucion.
       7100-VENCER-APROBACIONES.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PRESTAMO
               SET ESTADO       = 'X',
                   FECHA_CIERRE = CURRENT TIMESTAMP
               WHERE ESTADO IN ('A', 'O')
                 AND FECHA_RESOLUCION < CURRENT TIMESTAMP
                     - :WS-DIAS-VIGENCIA DAYS
           END-EXEC.

      * Aprobadas = A, O y las que de ahi pasaron a F o X; la
      * contraoferta se reconoce por los valores aprobados distintos
      * de los pedidos. Resueltas al alta: RESOLUTOR = OFICIAL; el
      * tiempo del comite se mide en dias con fraccion.
       7200-ABRIR-CURSOR-SUCURSALES.
           EXEC SQL DECLARE CUR-EMBUDO-SF CURSOR FOR
               SELECT SUCURSAL_ID, COUNT(*),
                   SUM(CASE WHEN ESTADO IN ('A', 'O', 'F', 'X')
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO IN ('A', 'O', 'F', 'X')
                             AND (MONTO_APROBADO <> MONTO
                              OR CUOTAS_APROBADAS <> CANT_CUOTAS)
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO = 'D' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO = 'C' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO = 'F' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO = 'X' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO <> 'C' AND RESOLUTOR = OFICIAL
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN ESTADO <> 'C' AND RESOLUTOR <> OFICIAL
                            THEN 1 ELSE 0 END),
                   COALESCE(SUM(CASE
                       WHEN ESTADO <> 'C' AND RESOLUTOR <> OFICIAL
                       THEN DECIMAL(DAYS(FECHA_RESOLUCION)
                                  - DAYS(FECHA_SOLICITUD), 11, 2)
                          + DECIMAL(MIDNIGHT_SECONDS(FECHA_RESOLUCION)
                                  - MIDNIGHT_SECONDS(FECHA_SOLICITUD),
                                    11, 2) / 86400
                       END), 0)
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE DATE(FECHA_SOLICITUD) >= DATE(:WS-FECHA-DESDE)
                 AND DATE(FECHA_SOLICITUD) <
                     DATE(:WS-FECHA-DESDE) + 1 MONTH
               GROUP BY SUCURSAL_ID
               ORDER BY SUCURSAL_ID
           END-EXEC.
           EXEC SQL OPEN CUR-EMBUDO-SF END-EXEC.

       7210-FETCH-SUCURSAL.
           EXEC SQL FETCH CUR-EMBUDO-SF
               INTO :WS-FS-SUCURSAL, :WS-FS-RECIBIDAS,
                    :WS-FS-APROBADAS, :WS-FS-CONTRAOF,
                    :WS-FS-RECHAZADAS, :WS-FS-EN-COMITE,
                    :WS-FS-FORMALIZADAS, :WS-FS-VENCIDAS,
                    :WS-FS-AL-ALTA, :WS-FS-DEC-COMITE,
                    :WS-FS-DIAS-COMITE
           END-EXEC.

      * La cantidad de cada grupo viaja en HV-CUOTAS-SOLR.
       7300-ABRIR-CURSOR-MOTIVOS.
           EXEC SQL DECLARE CUR-MOTIVOS-SF CURSOR FOR
               SELECT SUCURSAL_ID, MOTIVO_RECHAZO, COUNT(*)
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE ESTADO = 'D'
                 AND DATE(FECHA_SOLICITUD) >= DATE(:WS-FECHA-DESDE)
                 AND DATE(FECHA_SOLICITUD) <
                     DATE(:WS-FECHA-DESDE) + 1 MONTH
               GROUP BY SUCURSAL_ID, MOTIVO_RECHAZO
               ORDER BY SUCURSAL_ID, MOTIVO_RECHAZO
           END-EXEC.
           EXEC SQL OPEN CUR-MOTIVOS-SF END-EXEC.

       7310-FETCH-MOTIVO.
           EXEC SQL FETCH CUR-MOTIVOS-SF
               INTO :HV-SUCURSAL-SOLR, :HV-MOTIVO-SOLR,
                    :HV-CUOTAS-SOLR
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-TB-RECIBIDAS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKSF - SOLICITUDES DEL PERIODO: '
               WS-TB-RECIBIDAS.
           DISPLAY 'PBNKSF - EMBUDO DE SOLICITUDES - FIN'.

       COPY CPYEJBP.
