       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKIN.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKIN                                 **
      ** TITULO ...........: BARRIDO DE INDICIOS FATCA / CRS        **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Nocturno: recorre los clientes (no cerrados, TIPO_USUARIO**
      **   'C') buscando datos que apuntan al exterior:             **
      **     'D' documento vigente de DOCUMENTOS_IDENTIDAD con      **
      **         PAIS_EMISOR de otro pais;                          **
      **     'T' telefono de PREFERENCIAS_CONTACTO con prefijo      **
      **         internacional que no es el propio (CPYFISW).       **
      ** - Sin ninguna residencia vigente en IBMUSER.RESIDENCIAS_   **
      **   FISCALES el indicio queda 'P' en IBMUSER.INDICIOS_       **
      **   FISCALES (alta o reapertura) y se lista en DD FISIND     **
      **   (NUEVO / PENDIENTE). Con autocertificacion, o si el      **
      **   indicio desaparecio, el pendiente pasa a 'R'.            **
      ** - Fecha de negocio por SYSIN (vacio = la vigente). COMMIT  **
      **   por cliente; relanzar el mismo dia no duplica.           **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-INDICIOS ASSIGN TO FISIND
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-INDICIOS
           RECORDING MODE IS F.
       01  REG-INDICIO                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLDOCU END-EXEC.
           EXEC SQL INCLUDE DCLPREF END-EXEC.
           EXEC SQL INCLUDE DCLIFIS END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       COPY CPYFISW.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-CANT-RESIDENCIAS    PIC S9(9) COMP VALUE 0.
      * Patrones LIKE del prefijo propio ('+593%' / '00593%').
           05 WS-PATRON-MAS          PIC X(10) VALUE SPACES.
           05 WS-PATRON-CEROS        PIC X(10) VALUE SPACES.
           05 WS-CONTADOR-CLIENTES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-NUEVOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-PENDIENTES PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RESUELTOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 SW-INDICIO-D           PIC X(1)  VALUE 'N'.
              88 HAY-INDICIO-DOC               VALUE 'S'.
           05 SW-INDICIO-T           PIC X(1)  VALUE 'N'.
              88 HAY-INDICIO-TEL               VALUE 'S'.

       01  WS-LINEA-INDICIO.
           05 WS-LI-USUARIO          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LI-TIPO             PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LI-PAIS             PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LI-DETALLE          PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LI-FECHA            PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LI-MARCA            PIC X(10).
           05 FILLER                 PIC X(19) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKIN'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-RECORRER-CLIENTES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKIN - INDICIOS FATCA/CRS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           IF WS-FECHA-SYSIN = SPACES OR LOW-VALUES
               PERFORM 7020-LEER-FECHA-NEGOCIO
           ELSE
               MOVE WS-FECHA-SYSIN TO WS-FECHA-NEGOCIO
           END-IF.
           DISPLAY 'PBNKIN - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.
           STRING '+' WC-FIS-PREFIJO-TEL '%'
               DELIMITED BY SIZE INTO WS-PATRON-MAS.
           STRING '00' WC-FIS-PREFIJO-TEL '%'
               DELIMITED BY SIZE INTO WS-PATRON-CEROS.
           OPEN OUTPUT REPORTE-INDICIOS.
           MOVE SPACES TO REG-INDICIO.
           STRING 'USUARIO   T  PA  DETALLE               DETECTADO'
               DELIMITED BY SIZE INTO REG-INDICIO.
           WRITE REG-INDICIO.

      *================================================================*
      * 2000 - UN CLIENTE POR VUELTA                                   *
      *================================================================*
       2000-RECORRER-CLIENTES.
           EXEC SQL DECLARE CUR-CLIENTES CURSOR WITH HOLD FOR
               SELECT USUARIO
               FROM IBMUSER.CLIENTES
               WHERE ESTADO <> 'C'
                 AND TIPO_USUARIO = 'C'
               ORDER BY USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-CLIENTES END-EXEC.
           EXEC SQL FETCH CUR-CLIENTES INTO :HV-USUARIO END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-CLIENTES
               PERFORM 2100-EVALUAR-CLIENTE
               EXEC SQL COMMIT END-EXEC
               EXEC SQL FETCH CUR-CLIENTES INTO :HV-USUARIO END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE CUR-CLIENTES END-EXEC.

       2100-EVALUAR-CLIENTE.
           MOVE HV-USUARIO TO HV-USUARIO-IFIS.
           PERFORM 7100-CONTAR-RESIDENCIAS.
           PERFORM 7200-BUSCAR-DOC-EXTRANJERO.
           PERFORM 7300-BUSCAR-TEL-EXTRANJERO.

           MOVE 'D' TO HV-TIPO-IFIS.
           IF HAY-INDICIO-DOC AND WS-CANT-RESIDENCIAS = 0
               MOVE HV-PAIS-EMISOR-DOCU TO HV-PAIS-IFIS
               MOVE HV-NRO-DOCU         TO HV-DETALLE-IFIS
               PERFORM 2200-MARCAR-INDICIO
           ELSE
               PERFORM 7500-RESOLVER-INDICIO
           END-IF.

           MOVE 'T' TO HV-TIPO-IFIS.
           IF HAY-INDICIO-TEL AND WS-CANT-RESIDENCIAS = 0
               MOVE SPACES              TO HV-PAIS-IFIS
               MOVE HV-TELEFONO-PREF    TO HV-DETALLE-IFIS
               PERFORM 2200-MARCAR-INDICIO
           ELSE
               PERFORM 7500-RESOLVER-INDICIO
           END-IF.

      * Refresca el pendiente; si no lo habia lo reabre o lo da de
      * alta con la fecha de hoy.
       2200-MARCAR-INDICIO.
           PERFORM 7400-REFRESCAR-PENDIENTE.
           IF SQLCODE = 0
               MOVE 'PENDIENTE' TO WS-LI-MARCA
               ADD 1 TO WS-CONTADOR-PENDIENTES
           ELSE
               MOVE WS-FECHA-NEGOCIO TO HV-FECHA-DET-IFIS
               PERFORM 7450-ABRIR-INDICIO
               IF SQLCODE = 0
                   MOVE 'NUEVO' TO WS-LI-MARCA
                   ADD 1 TO WS-CONTADOR-NUEVOS
               ELSE
                   DISPLAY 'PBNKIN - ERROR INDICIO ' HV-USUARIO-IFIS
                       ' SQLCODE: ' SQLCODE
                   ADD 1 TO WS-CONTADOR-ERRORES
                   MOVE 'ERROR' TO WS-LI-MARCA
               END-IF
           END-IF.
           MOVE HV-USUARIO-IFIS  TO WS-LI-USUARIO.
           MOVE HV-TIPO-IFIS     TO WS-LI-TIPO.
           MOVE HV-PAIS-IFIS     TO WS-LI-PAIS.
           MOVE HV-DETALLE-IFIS  TO WS-LI-DETALLE.
           MOVE HV-FECHA-DET-IFIS TO WS-LI-FECHA.
           WRITE REG-INDICIO FROM WS-LINEA-INDICIO.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7100-CONTAR-RESIDENCIAS.
           MOVE 0 TO WS-CANT-RESIDENCIAS.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-RESIDENCIAS
               FROM IBMUSER.RESIDENCIAS_FISCALES
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'A'
           END-EXEC.

       7200-BUSCAR-DOC-EXTRANJERO.
           MOVE 'N' TO SW-INDICIO-D.
           EXEC SQL SELECT PAIS_EMISOR, NRO_DOC
               INTO :HV-PAIS-EMISOR-DOCU, :HV-NRO-DOCU
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'V'
                 AND PAIS_EMISOR <> ' '
                 AND PAIS_EMISOR <> :WC-FIS-PAIS-LOCAL
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               SET HAY-INDICIO-DOC TO TRUE
           END-IF.

       7300-BUSCAR-TEL-EXTRANJERO.
           MOVE 'N' TO SW-INDICIO-T.
           EXEC SQL SELECT TELEFONO INTO :HV-TELEFONO-PREF
               FROM IBMUSER.PREFERENCIAS_CONTACTO
               WHERE USUARIO = :HV-USUARIO
                 AND (TELEFONO LIKE '+%' OR TELEFONO LIKE '00%')
                 AND TELEFONO NOT LIKE :WS-PATRON-MAS
                 AND TELEFONO NOT LIKE :WS-PATRON-CEROS
           END-EXEC.
           IF SQLCODE = 0
               SET HAY-INDICIO-TEL TO TRUE
           END-IF.

       7400-REFRESCAR-PENDIENTE.
           EXEC SQL UPDATE IBMUSER.INDICIOS_FISCALES
               SET PAIS = :HV-PAIS-IFIS,
                   DETALLE = :HV-DETALLE-IFIS
               WHERE USUARIO = :HV-USUARIO-IFIS
                 AND TIPO_INDICIO = :HV-TIPO-IFIS
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT CHAR(FECHA_DETECCION, ISO)
                   INTO :HV-FECHA-DET-IFIS
                   FROM IBMUSER.INDICIOS_FISCALES
                   WHERE USUARIO = :HV-USUARIO-IFIS
                     AND TIPO_INDICIO = :HV-TIPO-IFIS
               END-EXEC
           END-IF.

       7450-ABRIR-INDICIO.
           EXEC SQL UPDATE IBMUSER.INDICIOS_FISCALES
               SET PAIS = :HV-PAIS-IFIS,
                   DETALLE = :HV-DETALLE-IFIS,
                   ESTADO = 'P',
                   FECHA_DETECCION = DATE(:HV-FECHA-DET-IFIS),
                   FECHA_RESOLUCION = '0001-01-01'
               WHERE USUARIO = :HV-USUARIO-IFIS
                 AND TIPO_INDICIO = :HV-TIPO-IFIS
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.INDICIOS_FISCALES
                   (USUARIO, TIPO_INDICIO, PAIS, DETALLE, ESTADO,
                    FECHA_DETECCION)
                   VALUES (:HV-USUARIO-IFIS, :HV-TIPO-IFIS,
                    :HV-PAIS-IFIS, :HV-DETALLE-IFIS, 'P',
                    DATE(:HV-FECHA-DET-IFIS))
               END-EXEC
           END-IF.

       7500-RESOLVER-INDICIO.
           EXEC SQL UPDATE IBMUSER.INDICIOS_FISCALES
               SET ESTADO = 'R',
                   FECHA_RESOLUCION = DATE(:WS-FECHA-NEGOCIO)
               WHERE USUARIO = :HV-USUARIO-IFIS
                 AND TIPO_INDICIO = :HV-TIPO-IFIS
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-RESUELTOS
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE REPORTE-INDICIOS.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-CLIENTES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKIN - CLIENTES REVISADOS : '
               WS-CONTADOR-CLIENTES.
           DISPLAY 'PBNKIN - INDICIOS NUEVOS    : '
               WS-CONTADOR-NUEVOS.
           DISPLAY 'PBNKIN - SIGUEN PENDIENTES  : '
               WS-CONTADOR-PENDIENTES.
           DISPLAY 'PBNKIN - RESUELTOS          : '
               WS-CONTADOR-RESUELTOS.
           DISPLAY 'PBNKIN - ERRORES            : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKIN - INDICIOS FATCA/CRS - FIN'.

       COPY CPYEJBP.
