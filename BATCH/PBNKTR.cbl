       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTR                                 **
      ** TITULO ...........: TIEMPOS DE RESPUESTA ONLINE            **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida diaria, al cierre del online. Lee el dataset de  **
      **   la cola TD BKTR (DD TIEMPOS, una fila por interaccion    **
      **   de cada programa online, COPYS/CPYRTMW.cbl) y la carga   **
      **   en IBMUSER.TIEMPOS_RESPUESTA; una recarga del mismo      **
      **   dataset no duplica (indice unico, -803 se saltea).       **
      ** - Depura las filas de mas de TIEMPOS_RETENCION_DIAS dias.  **
      ** - Informe (DD TRSPREP) de la fecha recibida por SYSIN      **
      **   (vacio = la ultima fecha del dataset): por programa y    **
      **   sucursal, cantidad, promedio, percentiles 50/90/95 y     **
      **   maximo en milisegundos, hora pico con su volumen y       **
      **   interacciones con error SQL; marca *** cuando el P95     **
      **   supera SLA_RESPUESTA_MS. Luego el volumen del banco por  **
      **   hora con la hora pico senalada.                          **
      ** - RC 4 si algun programa/sucursal quedo sobre el nivel de  **
      **   servicio, 8 ante un error DB2.                           **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TIEMPOS ASSIGN TO TIEMPOS
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INFORME-TIEMPOS ASSIGN TO TRSPREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Misma forma que WS-RTM-REGISTRO de COPYS/CPYRTMW.cbl.
       FD  ARCHIVO-TIEMPOS
           RECORDING MODE IS F.
       01  REG-TIEMPO.
           05 ENT-PROGRAMA              PIC X(08).
           05 ENT-TRANSID               PIC X(04).
           05 ENT-TERMINAL              PIC X(04).
           05 ENT-USUARIO               PIC X(08).
           05 ENT-FUNCION               PIC X(04).
           05 ENT-SUCURSAL              PIC X(04).
           05 ENT-FECHA                 PIC X(10).
           05 ENT-HORA                  PIC X(08).
           05 ENT-INICIO-ABS            PIC 9(15).
           05 ENT-FIN-ABS               PIC 9(15).
           05 ENT-DURACION-MS           PIC 9(09).
           05 ENT-SQL                   PIC 9(05).
           05 ENT-RESULTADO             PIC X(02).
           05 FILLER                    PIC X(04).

       FD  INFORME-TIEMPOS
           RECORDING MODE IS F.
       01  REG-INFORME                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLTRSP END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
           05 WS-FECHA-SYSIN        PIC X(10) VALUE SPACES.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
      * Ultima fecha leida del dataset (fecha por omision).
           05 WS-FECHA-MAXIMA       PIC X(10) VALUE SPACES.
      * Valores de fabrica; 7050 los reemplaza por IBMUSER.PARAMETROS.
           05 WS-SLA-MS             PIC S9(9) COMP VALUE 2000.
           05 WS-DIAS-RETENCION     PIC S9(4) COMP VALUE 90.
      * Filas cargadas desde el ultimo COMMIT.
           05 WS-PENDIENTES-COMMIT  PIC S9(4) COMP VALUE 0.
           05 WC-FILAS-POR-COMMIT   PIC S9(4) COMP VALUE 1000.
           05 WS-CONT-LEIDOS        PIC S9(9) COMP VALUE 0.
           05 WS-CONT-CARGADOS      PIC S9(9) COMP VALUE 0.
           05 WS-CONT-DUPLICADOS    PIC S9(9) COMP VALUE 0.
           05 WS-CONT-RECHAZADOS    PIC S9(9) COMP VALUE 0.
           05 WS-CONT-DEPURADOS     PIC S9(9) COMP VALUE 0.
           05 WS-CONT-GRUPOS        PIC S9(9) COMP VALUE 0.
           05 WS-CONT-SOBRE-SLA     PIC S9(9) COMP VALUE 0.
      * Posiciones (rango mas cercano) de los percentiles en la lista
      * ordenada de duraciones del grupo.
           05 WS-POSICION           PIC S9(9) COMP VALUE 0.
           05 WS-RANGO-50           PIC S9(9) COMP VALUE 0.
           05 WS-RANGO-90           PIC S9(9) COMP VALUE 0.
           05 WS-RANGO-95           PIC S9(9) COMP VALUE 0.
           05 WS-P50                PIC S9(9) COMP VALUE 0.
           05 WS-P90                PIC S9(9) COMP VALUE 0.
           05 WS-P95                PIC S9(9) COMP VALUE 0.
           05 WS-DURACION           PIC S9(9) COMP VALUE 0.
           05 WS-HORA-PICO-BANCO    PIC S9(4) COMP VALUE -1.
           05 WS-VOL-PICO-BANCO     PIC S9(9) COMP VALUE 0.

      * Una fila del cursor por programa/sucursal.
       01  WS-FILA-GRUPO.
           05 WS-GR-PROGRAMA        PIC X(8).
           05 WS-GR-SUCURSAL        PIC X(4).
           05 WS-GR-CANT            PIC S9(9) COMP.
           05 WS-GR-PROMEDIO        PIC S9(9) COMP.
           05 WS-GR-MAXIMO          PIC S9(9) COMP.
           05 WS-GR-ERRORES         PIC S9(9) COMP.
           05 WS-GR-HORA-PICO       PIC S9(4) COMP.
           05 WS-GR-VOL-PICO        PIC S9(9) COMP.

      * Una fila del cursor por hora del dia.
       01  WS-FILA-HORA.
           05 WS-HR-HORA            PIC S9(4) COMP.
           05 WS-HR-CANT            PIC S9(9) COMP.
           05 WS-HR-PROMEDIO        PIC S9(9) COMP.
           05 WS-HR-ERRORES         PIC S9(9) COMP.

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(36) VALUE
              'TIEMPOS DE RESPUESTA ONLINE - FECHA '.
           05 WS-LT-FECHA            PIC X(10).
           05 FILLER                 PIC X(10) VALUE
              ' - SLA MS '.
           05 WS-LT-SLA              PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(15) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                 PIC X(40) VALUE
              'PROGRAMA SUC.   CANT PROM-MS  P50-MS  P9'.
           05 FILLER                 PIC X(40) VALUE
              '0-MS  P95-MS  MAX-MS HR VOLHR   ER SLA'.

       01  WS-LINEA-GRUPO.
           05 WS-LG-PROGRAMA         PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-SUCURSAL         PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-CANT             PIC ZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-PROMEDIO         PIC ZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-P50              PIC ZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-P90              PIC ZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-P95              PIC ZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-MAXIMO           PIC ZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-HORA-PICO        PIC 99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-VOL-PICO         PIC ZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-ERRORES          PIC ZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-MARCA            PIC X(3).
           05 FILLER                 PIC X(1)  VALUE SPACES.

       01  WS-LINEA-CAB-HORAS.
           05 FILLER                 PIC X(40) VALUE
              'HR  TRANSACC  PROM-MS      ER           '.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LINEA-HORA.
           05 WS-LH-HORA             PIC 99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LH-CANT             PIC ZZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LH-PROMEDIO         PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LH-ERRORES          PIC ZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LH-MARCA            PIC X(12).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  WS-LINEA-CONTEO.
           05 WS-LN-TEXTO            PIC X(24).
           05 WS-LN-CANTIDAD         PIC Z(15)9.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKTR'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-TIEMPOS.
           PERFORM 2500-DEPURAR-TIEMPOS.
           PERFORM 3000-INFORMAR-GRUPOS.
           PERFORM 4000-INFORMAR-HORAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKTR - TIEMPOS DE RESPUESTA ONLINE - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKTR - SLA DE RESPUESTA (MS): ' WS-SLA-MS.
           DISPLAY 'PBNKTR - DIAS DE RETENCION    : '
               WS-DIAS-RETENCION.

      *================================================================*
      * 2000 - CARGA DEL DATASET DE LA COLA BKTR                       *
      *================================================================*
       2000-CARGAR-TIEMPOS.
           OPEN INPUT ARCHIVO-TIEMPOS.
           PERFORM 7100-LEER-TIEMPO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               PERFORM 2100-CARGAR-TIEMPO
               PERFORM 7100-LEER-TIEMPO
           END-PERFORM.
           CLOSE ARCHIVO-TIEMPOS.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'PBNKTR - REGISTROS LEIDOS     : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKTR - REGISTROS CARGADOS   : '
               WS-CONT-CARGADOS.
           DISPLAY 'PBNKTR - YA CARGADOS ANTES    : '
               WS-CONT-DUPLICADOS.
           DISPLAY 'PBNKTR - REGISTROS RECHAZADOS : '
               WS-CONT-RECHAZADOS.

      * Un registro ilegible (cola truncada, dataset ajeno) se informa
      * y se saltea: no frena la carga del resto del dia.
       2100-CARGAR-TIEMPO.
           ADD 1 TO WS-CONT-LEIDOS.
           IF ENT-INICIO-ABS  IS NOT NUMERIC
              OR ENT-FIN-ABS     IS NOT NUMERIC
              OR ENT-DURACION-MS IS NOT NUMERIC
              OR ENT-SQL         IS NOT NUMERIC
              OR ENT-FECHA(5:1) NOT = '-'
              OR ENT-HORA(3:1)  NOT = ':'
               ADD 1 TO WS-CONT-RECHAZADOS
               DISPLAY 'PBNKTR - REGISTRO RECHAZADO ' WS-CONT-LEIDOS
                   ' ' ENT-PROGRAMA ' ' ENT-FECHA
           ELSE
               PERFORM 7150-INSERTAR-TIEMPO
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-CONT-CARGADOS
                       ADD 1 TO WS-PENDIENTES-COMMIT
                   WHEN -803
                       ADD 1 TO WS-CONT-DUPLICADOS
                   WHEN OTHER
                       ADD 1 TO WS-CONT-RECHAZADOS
                       DISPLAY 'PBNKTR - ERROR CARGANDO REGISTRO '
                           WS-CONT-LEIDOS ' SQLCODE ' SQLCODE
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               IF ENT-FECHA > WS-FECHA-MAXIMA
                   MOVE ENT-FECHA TO WS-FECHA-MAXIMA
               END-IF
           END-IF.
           IF WS-PENDIENTES-COMMIT >= WC-FILAS-POR-COMMIT
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-PENDIENTES-COMMIT
           END-IF.

      *================================================================*
      * 2500 - DEPURACION Y FECHA A INFORMAR                           *
      *================================================================*
       2500-DEPURAR-TIEMPOS.
           IF WS-FECHA-SYSIN(5:1) = '-'
               MOVE WS-FECHA-SYSIN TO WS-FECHA-PROCESO
           ELSE
               IF WS-FECHA-MAXIMA NOT = SPACES
                   MOVE WS-FECHA-MAXIMA TO WS-FECHA-PROCESO
               ELSE
                   PERFORM 7020-FECHA-ACTUAL
               END-IF
           END-IF.
           DISPLAY 'PBNKTR - FECHA A INFORMAR    : ' WS-FECHA-PROCESO.
           PERFORM 7200-DEPURAR-TIEMPOS.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-CONT-DEPURADOS
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   MOVE 0 TO WS-CONT-DEPURADOS
               WHEN OTHER
                   DISPLAY 'PBNKTR - ERROR DEPURANDO TIEMPOS SQLCODE '
                       SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'PBNKTR - FILAS DEPURADAS     : ' WS-CONT-DEPURADOS.

      *================================================================*
      * 3000 - PERCENTILES POR PROGRAMA Y SUCURSAL                     *
      *================================================================*
       3000-INFORMAR-GRUPOS.
           OPEN OUTPUT INFORME-TIEMPOS.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           MOVE WS-SLA-MS        TO WS-LT-SLA.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.
           PERFORM 7300-ABRIR-CURSOR-GRUPOS.
           PERFORM 7310-FETCH-GRUPO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-INFORMAR-GRUPO
               PERFORM 7310-FETCH-GRUPO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKTR - ERROR EN CURSOR GRUPOS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-GRUPOS-TR END-EXEC.

       3100-INFORMAR-GRUPO.
           ADD 1 TO WS-CONT-GRUPOS.
           PERFORM 3200-CALCULAR-PERCENTILES.
           PERFORM 7500-HORA-PICO-GRUPO.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-GR-HORA-PICO
               MOVE 0 TO WS-GR-VOL-PICO
           END-IF.
           MOVE WS-GR-PROGRAMA  TO WS-LG-PROGRAMA.
           MOVE WS-GR-SUCURSAL  TO WS-LG-SUCURSAL.
           MOVE WS-GR-CANT      TO WS-LG-CANT.
           MOVE WS-GR-PROMEDIO  TO WS-LG-PROMEDIO.
           MOVE WS-P50          TO WS-LG-P50.
           MOVE WS-P90          TO WS-LG-P90.
           MOVE WS-P95          TO WS-LG-P95.
           MOVE WS-GR-MAXIMO    TO WS-LG-MAXIMO.
           MOVE WS-GR-HORA-PICO TO WS-LG-HORA-PICO.
           MOVE WS-GR-VOL-PICO  TO WS-LG-VOL-PICO.
           MOVE WS-GR-ERRORES   TO WS-LG-ERRORES.
           IF WS-P95 > WS-SLA-MS
               MOVE '***' TO WS-LG-MARCA
               ADD 1 TO WS-CONT-SOBRE-SLA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO WS-LG-MARCA
           END-IF.
           WRITE REG-INFORME FROM WS-LINEA-GRUPO.

      * Rango mas cercano: el percentil P es la duracion en la posicion
      * P * CANT / 100 redondeada hacia arriba de la lista ordenada;
      * la lectura se corta al llegar al P95.
       3200-CALCULAR-PERCENTILES.
           COMPUTE WS-RANGO-50 = (WS-GR-CANT * 50 + 99) / 100.
           COMPUTE WS-RANGO-90 = (WS-GR-CANT * 90 + 99) / 100.
           COMPUTE WS-RANGO-95 = (WS-GR-CANT * 95 + 99) / 100.
           MOVE 0 TO WS-POSICION.
           MOVE 0 TO WS-P50.
           MOVE 0 TO WS-P90.
           MOVE 0 TO WS-P95.
           PERFORM 7400-ABRIR-CURSOR-DURACIONES.
           PERFORM 7410-FETCH-DURACION.
           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-POSICION NOT < WS-RANGO-95
               ADD 1 TO WS-POSICION
               IF WS-POSICION = WS-RANGO-50
                   MOVE WS-DURACION TO WS-P50
               END-IF
               IF WS-POSICION = WS-RANGO-90
                   MOVE WS-DURACION TO WS-P90
               END-IF
               IF WS-POSICION = WS-RANGO-95
                   MOVE WS-DURACION TO WS-P95
               END-IF
               IF WS-POSICION < WS-RANGO-95
                   PERFORM 7410-FETCH-DURACION
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PBNKTR - ERROR EN CURSOR DURACIONES SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-DURAC-TR END-EXEC.

      *================================================================*
      * 4000 - VOLUMEN DEL BANCO POR HORA                              *
      *================================================================*
       4000-INFORMAR-HORAS.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME FROM WS-LINEA-CAB-HORAS.
           PERFORM 7600-HORA-PICO-BANCO.
           PERFORM 7700-ABRIR-CURSOR-HORAS.
           PERFORM 7710-FETCH-HORA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-INFORMAR-HORA
               PERFORM 7710-FETCH-HORA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKTR - ERROR EN CURSOR HORAS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-HORAS-TR END-EXEC.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 'INTERACCIONES CARGADAS :' TO WS-LN-TEXTO.
           MOVE WS-CONT-CARGADOS           TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           MOVE 'REGISTROS RECHAZADOS ..:' TO WS-LN-TEXTO.
           MOVE WS-CONT-RECHAZADOS         TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           MOVE 'PROGRAMA/SUCURSAL .....:' TO WS-LN-TEXTO.
           MOVE WS-CONT-GRUPOS             TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           MOVE 'SOBRE EL SLA (P95) ....:' TO WS-LN-TEXTO.
           MOVE WS-CONT-SOBRE-SLA          TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           CLOSE INFORME-TIEMPOS.

       4100-INFORMAR-HORA.
           MOVE WS-HR-HORA      TO WS-LH-HORA.
           MOVE WS-HR-CANT      TO WS-LH-CANT.
           MOVE WS-HR-PROMEDIO  TO WS-LH-PROMEDIO.
           MOVE WS-HR-ERRORES   TO WS-LH-ERRORES.
           IF WS-HR-HORA = WS-HORA-PICO-BANCO
               MOVE '<< HORA PICO' TO WS-LH-MARCA
           ELSE
               MOVE SPACES TO WS-LH-MARCA
           END-IF.
           WRITE REG-INFORME FROM WS-LINEA-HORA.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
      * Sin SYSIN ni registros en el dataset: el dia en curso.
       7020-FECHA-ACTUAL.
           EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-FECHA-PROCESO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SLA_RESPUESTA_MS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-SLA-MS
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TIEMPOS_RETENCION_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-RETENCION
           END-IF.

       7100-LEER-TIEMPO.
           READ ARCHIVO-TIEMPOS
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

       7150-INSERTAR-TIEMPO.
           MOVE ENT-PROGRAMA    TO HV-PROGRAMA-TRSP.
           MOVE ENT-TRANSID     TO HV-TRANSID-TRSP.
           MOVE ENT-TERMINAL    TO HV-TERMINAL-TRSP.
           MOVE ENT-USUARIO     TO HV-USUARIO-TRSP.
           MOVE ENT-FUNCION     TO HV-FUNCION-TRSP.
           MOVE ENT-SUCURSAL    TO HV-SUCURSAL-TRSP.
           MOVE ENT-FECHA       TO HV-FECHA-TRSP.
           MOVE ENT-HORA        TO HV-HORA-TRSP.
           MOVE ENT-INICIO-ABS  TO HV-INICIO-TRSP.
           MOVE ENT-FIN-ABS     TO HV-FIN-TRSP.
           MOVE ENT-DURACION-MS TO HV-DURACION-TRSP.
           MOVE ENT-SQL         TO HV-LLAMADAS-TRSP.
           MOVE ENT-RESULTADO   TO HV-RESULTADO-TRSP.
           EXEC SQL INSERT INTO IBMUSER.TIEMPOS_RESPUESTA
               (PROGRAMA, TRANSID, TERMINAL_ID, USUARIO, FUNCION,
                SUCURSAL_ID, FECHA, HORA, INICIO_ABS, FIN_ABS,
                DURACION_MS, LLAMADAS_SQL, RESULTADO, FECHA_CARGA)
               VALUES (:HV-PROGRAMA-TRSP, :HV-TRANSID-TRSP,
                :HV-TERMINAL-TRSP, :HV-USUARIO-TRSP, :HV-FUNCION-TRSP,
                :HV-SUCURSAL-TRSP, DATE(:HV-FECHA-TRSP),
                TIME(:HV-HORA-TRSP), :HV-INICIO-TRSP, :HV-FIN-TRSP,
                :HV-DURACION-TRSP, :HV-LLAMADAS-TRSP,
                :HV-RESULTADO-TRSP, CURRENT TIMESTAMP)
           END-EXEC.

       7200-DEPURAR-TIEMPOS.
           EXEC SQL DELETE FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA < DATE(:WS-FECHA-PROCESO)
                             - :WS-DIAS-RETENCION DAYS
           END-EXEC.

       7300-ABRIR-CURSOR-GRUPOS.
           EXEC SQL DECLARE CUR-GRUPOS-TR CURSOR FOR
               SELECT PROGRAMA, SUCURSAL_ID, COUNT(*),
                   AVG(DURACION_MS), MAX(DURACION_MS),
                   SUM(CASE WHEN RESULTADO = 'ER' THEN 1 ELSE 0 END)
               FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA = DATE(:WS-FECHA-PROCESO)
               GROUP BY PROGRAMA, SUCURSAL_ID
               ORDER BY PROGRAMA, SUCURSAL_ID
           END-EXEC.
           EXEC SQL OPEN CUR-GRUPOS-TR END-EXEC.

       7310-FETCH-GRUPO.
           EXEC SQL FETCH CUR-GRUPOS-TR
               INTO :WS-GR-PROGRAMA, :WS-GR-SUCURSAL, :WS-GR-CANT,
                    :WS-GR-PROMEDIO, :WS-GR-MAXIMO, :WS-GR-ERRORES
           END-EXEC.

       7400-ABRIR-CURSOR-DURACIONES.
           EXEC SQL DECLARE CUR-DURAC-TR CURSOR FOR
               SELECT DURACION_MS
               FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA       = DATE(:WS-FECHA-PROCESO)
                 AND PROGRAMA    = :WS-GR-PROGRAMA
                 AND SUCURSAL_ID = :WS-GR-SUCURSAL
               ORDER BY DURACION_MS
           END-EXEC.
           EXEC SQL OPEN CUR-DURAC-TR END-EXEC.

       7410-FETCH-DURACION.
           EXEC SQL FETCH CUR-DURAC-TR
               INTO :WS-DURACION
           END-EXEC.

      * Hora con mas interacciones del grupo (a igual volumen, la
      * mas temprana).
       7500-HORA-PICO-GRUPO.
           EXEC SQL SELECT HOUR(HORA), COUNT(*)
               INTO :WS-GR-HORA-PICO, :WS-GR-VOL-PICO
               FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA       = DATE(:WS-FECHA-PROCESO)
                 AND PROGRAMA    = :WS-GR-PROGRAMA
                 AND SUCURSAL_ID = :WS-GR-SUCURSAL
               GROUP BY HOUR(HORA)
               ORDER BY 2 DESC, 1
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7600-HORA-PICO-BANCO.
           EXEC SQL SELECT HOUR(HORA), COUNT(*)
               INTO :WS-HORA-PICO-BANCO, :WS-VOL-PICO-BANCO
               FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA = DATE(:WS-FECHA-PROCESO)
               GROUP BY HOUR(HORA)
               ORDER BY 2 DESC, 1
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE -1 TO WS-HORA-PICO-BANCO
           END-IF.

       7700-ABRIR-CURSOR-HORAS.
           EXEC SQL DECLARE CUR-HORAS-TR CURSOR FOR
               SELECT HOUR(HORA), COUNT(*), AVG(DURACION_MS),
                   SUM(CASE WHEN RESULTADO = 'ER' THEN 1 ELSE 0 END)
               FROM IBMUSER.TIEMPOS_RESPUESTA
               WHERE FECHA = DATE(:WS-FECHA-PROCESO)
               GROUP BY HOUR(HORA)
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CUR-HORAS-TR END-EXEC.

       7710-FETCH-HORA.
           EXEC SQL FETCH CUR-HORAS-TR
               INTO :WS-HR-HORA, :WS-HR-CANT, :WS-HR-PROMEDIO,
                    :WS-HR-ERRORES
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-CARGADOS TO WS-EJEC-PROC.
           COMPUTE WS-EJEC-OMIT = WS-CONT-DUPLICADOS
                                + WS-CONT-RECHAZADOS.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKTR - PROGRAMA/SUCURSAL SOBRE SLA: '
               WS-CONT-SOBRE-SLA.
           DISPLAY 'PBNKTR - TIEMPOS DE RESPUESTA ONLINE - FIN'.

       COPY CPYEJBP.
