       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKOQ.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKOQ                                 **
      ** TITULO ...........: INFORME TRIMESTRAL DE PERDIDAS OPER.   **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida trimestral para el comite de riesgos y el        **
      **   regulador: eventos vigentes de IBMUSER.EVENTOS_PERDIDA   **
      **   con FECHA_CONTABLE en el trimestre 'AAAAT' recibido por  **
      **   SYSIN (vacio = trimestre anterior al de la fecha de      **
      **   negocio).                                                **
      ** - Informe (DD OPRREP): cantidad de eventos, perdida        **
      **   bruta, recuperos y perdida neta por tipo de evento, por  **
      **   linea de negocio, por tipo y linea, por causa raiz y     **
      **   por sucursal, con el total del trimestre. Las            **
      **   descripciones salen de IBMUSER.CATEGORIAS_PERDIDA.       **
      ** - Extracto para el regulador (DD OPRREG, 80 bytes): una    **
      **   fila por tipo de evento y linea de negocio.              **
      ** - Solo lectura: relanzar regenera los dos archivos.        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-PERDIDAS ASSIGN TO OPRREP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXTRACTO-REGULADOR ASSIGN TO OPRREG
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-PERDIDAS
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       FD  EXTRACTO-REGULADOR
           RECORDING MODE IS F.
       01  REG-EXTRACTO.
           05 EXT-TRIMESTRE            PIC X(5).
           05 EXT-TIPO-EVENTO          PIC X(2).
           05 EXT-LINEA-NEGOCIO        PIC X(2).
           05 EXT-CANTIDAD             PIC 9(7).
           05 EXT-PERDIDA-BRUTA        PIC 9(13)V99.
           05 EXT-RECUPERO             PIC 9(13)V99.
           05 FILLER                   PIC X(34).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-TRIMESTRE-SYSIN    PIC X(5)  VALUE SPACES.
           05 WS-TRIMESTRE          PIC X(5)  VALUE SPACES.
           05 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
              10 WS-TRIM-ANIO       PIC 9(4).
              10 WS-TRIM-NRO        PIC 9(1).
           05 WS-MES-NEGOCIO        PIC 9(2)  VALUE 0.
           05 WS-MES-DESDE          PIC 9(2)  VALUE 0.
           05 WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
           05 WS-SECCION-ANTERIOR   PIC X(1)  VALUE SPACES.
           05 WS-CANT-FILAS         PIC S9(9) COMP VALUE 0.
           05 WS-TOT-CANTIDAD       PIC S9(9) COMP VALUE 0.
           05 WS-TOT-BRUTA          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOT-RECUPERO       PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Fila del cursor de agregados.
       01  WS-AGREGADO.
           05 WS-AG-SECCION         PIC X(1).
           05 WS-AG-CLAVE           PIC X(5).
           05 WS-AG-DESCRIPCION     PIC X(30).
           05 WS-AG-CANTIDAD        PIC S9(9) COMP.
           05 WS-AG-BRUTA           PIC S9(13)V9(2) COMP-3.
           05 WS-AG-RECUPERO        PIC S9(13)V9(2) COMP-3.

       01  WS-LINEA-TITULO.
           05 FILLER                PIC X(40) VALUE
              'EVENTOS DE PERDIDA OPERACIONAL - TRIM. '.
           05 WS-LT-ANIO            PIC X(4).
           05 FILLER                PIC X(2)  VALUE '-T'.
           05 WS-LT-NRO             PIC X(1).
           05 FILLER                PIC X(8)  VALUE ' DESDE '.
           05 WS-LT-DESDE           PIC X(10).
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-LINEA-SECCION.
           05 WS-LS-TEXTO           PIC X(36).
           05 FILLER                PIC X(44) VALUE
              '  CANT  PERDIDA BRUTA     RECUPEROS  NETA'.

       01  WS-LINEA-AGREGADO.
           05 WS-LA-CLAVE           PIC X(5).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LA-DESCRIPCION     PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LA-CANTIDAD        PIC ZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LA-BRUTA           PIC -(10)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LA-RECUPERO        PIC -(10)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LA-NETA            PIC -(10)9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.

       01  WS-LINEA-BLANCO          PIC X(80) VALUE SPACES.
       01  WS-LINEA-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKOQ'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-AGREGAR-EVENTOS.
           PERFORM 3000-TOTAL-TRIMESTRE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKOQ - PERDIDAS OPERACIONALES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-TRIMESTRE.
           COMPUTE WS-MES-DESDE = (WS-TRIM-NRO - 1) * 3 + 1.
           MOVE SPACES TO WS-FECHA-DESDE.
           STRING WS-TRIMESTRE(1:4) '-' WS-MES-DESDE '-01'
               DELIMITED BY SIZE INTO WS-FECHA-DESDE.
           DISPLAY 'PBNKOQ - TRIMESTRE: ' WS-TRIMESTRE
               ' DESDE ' WS-FECHA-DESDE.
           OPEN OUTPUT INFORME-PERDIDAS.
           OPEN OUTPUT EXTRACTO-REGULADOR.
           MOVE WS-TRIMESTRE(1:4) TO WS-LT-ANIO.
           MOVE WS-TRIMESTRE(5:1) TO WS-LT-NRO.
           MOVE WS-FECHA-DESDE    TO WS-LT-DESDE.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.

      *================================================================*
      * 2000 - UN CURSOR, UNA SECCION POR AGRUPAMIENTO                 *
      *================================================================*
      * Secciones: 1 tipo de evento, 2 linea de negocio, 3 tipo y
      * linea (tambien va al extracto), 4 causa raiz, 5 sucursal.
       2000-AGREGAR-EVENTOS.
           EXEC SQL DECLARE CUR-AGREGADOS-OQ CURSOR FOR
               SELECT '1', CAST(E.TIPO_EVENTO AS CHAR(5)),
                      COALESCE(C.DESCRIPCION, ' '), COUNT(*),
                      SUM(E.PERDIDA_BRUTA), SUM(E.RECUPERO)
               FROM IBMUSER.EVENTOS_PERDIDA E
                    LEFT OUTER JOIN IBMUSER.CATEGORIAS_PERDIDA C
                       ON C.CLASE = 'T' AND C.CODIGO = E.TIPO_EVENTO
               WHERE E.ESTADO = 'A'
                 AND E.FECHA_CONTABLE >= DATE(:WS-FECHA-DESDE)
                 AND E.FECHA_CONTABLE <
                     DATE(:WS-FECHA-DESDE) + 3 MONTHS
               GROUP BY E.TIPO_EVENTO, C.DESCRIPCION
               UNION ALL
               SELECT '2', CAST(E.LINEA_NEGOCIO AS CHAR(5)),
                      COALESCE(C.DESCRIPCION, ' '), COUNT(*),
                      SUM(E.PERDIDA_BRUTA), SUM(E.RECUPERO)
               FROM IBMUSER.EVENTOS_PERDIDA E
                    LEFT OUTER JOIN IBMUSER.CATEGORIAS_PERDIDA C
                       ON C.CLASE = 'L' AND C.CODIGO = E.LINEA_NEGOCIO
               WHERE E.ESTADO = 'A'
                 AND E.FECHA_CONTABLE >= DATE(:WS-FECHA-DESDE)
                 AND E.FECHA_CONTABLE <
                     DATE(:WS-FECHA-DESDE) + 3 MONTHS
               GROUP BY E.LINEA_NEGOCIO, C.DESCRIPCION
               UNION ALL
               SELECT '3', E.TIPO_EVENTO || '/' || E.LINEA_NEGOCIO,
                      ' ', COUNT(*),
                      SUM(E.PERDIDA_BRUTA), SUM(E.RECUPERO)
               FROM IBMUSER.EVENTOS_PERDIDA E
               WHERE E.ESTADO = 'A'
                 AND E.FECHA_CONTABLE >= DATE(:WS-FECHA-DESDE)
                 AND E.FECHA_CONTABLE <
                     DATE(:WS-FECHA-DESDE) + 3 MONTHS
               GROUP BY E.TIPO_EVENTO, E.LINEA_NEGOCIO
               UNION ALL
               SELECT '4', CAST(E.CAUSA_RAIZ AS CHAR(5)),
                      COALESCE(C.DESCRIPCION, ' '), COUNT(*),
                      SUM(E.PERDIDA_BRUTA), SUM(E.RECUPERO)
               FROM IBMUSER.EVENTOS_PERDIDA E
                    LEFT OUTER JOIN IBMUSER.CATEGORIAS_PERDIDA C
                       ON C.CLASE = 'C' AND C.CODIGO = E.CAUSA_RAIZ
               WHERE E.ESTADO = 'A'
                 AND E.FECHA_CONTABLE >= DATE(:WS-FECHA-DESDE)
                 AND E.FECHA_CONTABLE <
                     DATE(:WS-FECHA-DESDE) + 3 MONTHS
               GROUP BY E.CAUSA_RAIZ, C.DESCRIPCION
               UNION ALL
               SELECT '5', CAST(E.SUCURSAL_ID AS CHAR(5)),
                      COALESCE(S.NOMBRE, ' '), COUNT(*),
                      SUM(E.PERDIDA_BRUTA), SUM(E.RECUPERO)
               FROM IBMUSER.EVENTOS_PERDIDA E
                    LEFT OUTER JOIN IBMUSER.SUCURSAL S
                       ON S.SUCURSAL_ID = E.SUCURSAL_ID
               WHERE E.ESTADO = 'A'
                 AND E.FECHA_CONTABLE >= DATE(:WS-FECHA-DESDE)
                 AND E.FECHA_CONTABLE <
                     DATE(:WS-FECHA-DESDE) + 3 MONTHS
               GROUP BY E.SUCURSAL_ID, S.NOMBRE
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CUR-AGREGADOS-OQ END-EXEC.
           PERFORM 7100-FETCH-AGREGADO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-ESCRIBIR-AGREGADO
               PERFORM 7100-FETCH-AGREGADO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKOQ - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-AGREGADOS-OQ END-EXEC.

       2100-ESCRIBIR-AGREGADO.
           ADD 1 TO WS-CANT-FILAS.
           IF WS-AG-SECCION NOT = WS-SECCION-ANTERIOR
               PERFORM 2200-TITULO-SECCION
           END-IF.
           MOVE WS-AG-CLAVE        TO WS-LA-CLAVE.
           MOVE WS-AG-DESCRIPCION  TO WS-LA-DESCRIPCION.
           MOVE WS-AG-CANTIDAD     TO WS-LA-CANTIDAD.
           MOVE WS-AG-BRUTA        TO WS-LA-BRUTA.
           MOVE WS-AG-RECUPERO     TO WS-LA-RECUPERO.
           COMPUTE WS-LA-NETA = WS-AG-BRUTA - WS-AG-RECUPERO.
           WRITE REG-INFORME FROM WS-LINEA-AGREGADO.
      * El total sale de una sola seccion: cada evento esta una
      * vez en cada una.
           IF WS-AG-SECCION = '1'
               ADD WS-AG-CANTIDAD TO WS-TOT-CANTIDAD
               ADD WS-AG-BRUTA    TO WS-TOT-BRUTA
               ADD WS-AG-RECUPERO TO WS-TOT-RECUPERO
           END-IF.
           IF WS-AG-SECCION = '3'
               PERFORM 2300-ESCRIBIR-EXTRACTO
           END-IF.

       2200-TITULO-SECCION.
           MOVE WS-AG-SECCION TO WS-SECCION-ANTERIOR.
           EVALUATE WS-AG-SECCION
               WHEN '1'
                   MOVE 'POR TIPO DE EVENTO'        TO WS-LS-TEXTO
               WHEN '2'
                   MOVE 'POR LINEA DE NEGOCIO'      TO WS-LS-TEXTO
               WHEN '3'
                   MOVE 'POR TIPO DE EVENTO / LINEA' TO WS-LS-TEXTO
               WHEN '4'
                   MOVE 'POR CAUSA RAIZ'            TO WS-LS-TEXTO
               WHEN OTHER
                   MOVE 'POR SUCURSAL'              TO WS-LS-TEXTO
           END-EVALUATE.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-SECCION.
           WRITE REG-INFORME FROM WS-LINEA-SEPARADOR.

       2300-ESCRIBIR-EXTRACTO.
           MOVE SPACES              TO REG-EXTRACTO.
           MOVE WS-TRIMESTRE        TO EXT-TRIMESTRE.
           MOVE WS-AG-CLAVE(1:2)    TO EXT-TIPO-EVENTO.
           MOVE WS-AG-CLAVE(4:2)    TO EXT-LINEA-NEGOCIO.
           MOVE WS-AG-CANTIDAD      TO EXT-CANTIDAD.
           MOVE WS-AG-BRUTA         TO EXT-PERDIDA-BRUTA.
           MOVE WS-AG-RECUPERO      TO EXT-RECUPERO.
           WRITE REG-EXTRACTO.

      *================================================================*
      * 3000 - TOTAL DEL TRIMESTRE                                     *
      *================================================================*
       3000-TOTAL-TRIMESTRE.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-SEPARADOR.
           MOVE 'TOTAL'            TO WS-LA-CLAVE.
           MOVE 'TRIMESTRE'        TO WS-LA-DESCRIPCION.
           MOVE WS-TOT-CANTIDAD    TO WS-LA-CANTIDAD.
           MOVE WS-TOT-BRUTA       TO WS-LA-BRUTA.
           MOVE WS-TOT-RECUPERO    TO WS-LA-RECUPERO.
           COMPUTE WS-LA-NETA = WS-TOT-BRUTA - WS-TOT-RECUPERO.
           WRITE REG-INFORME FROM WS-LINEA-AGREGADO.
           CLOSE INFORME-PERDIDAS.
           CLOSE EXTRACTO-REGULADOR.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Trimestre por SYSIN ('AAAAT'); vacio = el anterior al de la
      * fecha de negocio vigente (la corrida normal de los primeros
      * dias del trimestre).
       7020-RESOLVER-TRIMESTRE.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           ACCEPT WS-TRIMESTRE-SYSIN FROM SYSIN.
           IF WS-TRIMESTRE-SYSIN = SPACES OR LOW-VALUES
               MOVE WS-FECHA-NEGOCIO(1:4) TO WS-TRIMESTRE(1:4)
               MOVE WS-FECHA-NEGOCIO(6:2) TO WS-MES-NEGOCIO
               COMPUTE WS-TRIM-NRO = (WS-MES-NEGOCIO - 1) / 3 + 1
               IF WS-TRIM-NRO = 1
                   SUBTRACT 1 FROM WS-TRIM-ANIO
                   MOVE 4 TO WS-TRIM-NRO
               ELSE
                   SUBTRACT 1 FROM WS-TRIM-NRO
               END-IF
           ELSE
               MOVE WS-TRIMESTRE-SYSIN TO WS-TRIMESTRE
               IF WS-TRIMESTRE IS NOT NUMERIC
                  OR WS-TRIM-NRO < 1 OR WS-TRIM-NRO > 4
                   DISPLAY 'PBNKOQ - TRIMESTRE INVALIDO: '
                       WS-TRIMESTRE-SYSIN
                   MOVE 8 TO RETURN-CODE
                   MOVE RETURN-CODE TO WS-EJEC-RC
                   PERFORM 9820-CERRAR-EJECUCION
                   STOP RUN
               END-IF
           END-IF.

       7100-FETCH-AGREGADO.
           EXEC SQL FETCH CUR-AGREGADOS-OQ
               INTO :WS-AG-SECCION, :WS-AG-CLAVE,
                    :WS-AG-DESCRIPCION, :WS-AG-CANTIDAD,
                    :WS-AG-BRUTA, :WS-AG-RECUPERO
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-TOT-CANTIDAD TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKOQ - EVENTOS DEL TRIMESTRE: ' WS-TOT-CANTIDAD.
           DISPLAY 'PBNKOQ - PERDIDAS OPERACIONALES - FIN'.

       COPY CPYEJBP.
