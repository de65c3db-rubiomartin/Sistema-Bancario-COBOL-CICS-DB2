       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKAE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKAE                                 **
      ** TITULO ...........: CONCILIACION Y PRONOSTICO DE CAJEROS   **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre de noche despues de PBNKAT (que acumula lo         **
      **   liquidado por cajero en IBMUSER.ATM_DISPENSADO).         **
      ** - Conciliacion: todo ciclo de IBMUSER.ATM_CICLOS ya        **
      **   descargado ('D') cuyos dias ya liquido el switch         **
      **   (FECHA_NEG_DESCARGA hasta el dia siguiente a la fecha    **
      **   del proceso) toma como MONTO_LIQUIDADO lo dispensado     **
      **   desde la carga hasta el dia anterior a la descarga y     **
      **   DIFERENCIA = CARGADO - REMANENTE - LIQUIDADO. Sin        **
      **   diferencia queda 'C'; con diferencia queda 'X' y sale    **
      **   en el reporte como FALTANTE (positiva) o SOBRANTE.       **
      ** - Pronostico: por cajero en servicio ('A') con ciclo       **
      **   abierto, remanente = cargado menos lo autorizado en      **
      **   IBMUSER.AUTORIZACIONES ('A'/'L') desde la carga, y       **
      **   promedio diario = lo autorizado en los ultimos           **
      **   DIAS_PRONOSTICO_ATM dias (IBMUSER.PARAMETROS, sin fila   **
      **   7). Se marca VACIA ANTES CARGA el cajero cuyo remanente  **
      **   no cubre el promedio por los dias que faltan hasta       **
      **   FECHA_PROX_CARGA; CARGA VENCIDA si esa fecha ya paso y   **
      **   SIN CARGA si no tiene ciclo abierto.                     **
      ** - Reporte en DD ATMREP, una linea por ciclo con            **
      **   diferencia y una por cajero en servicio.                 **
      ** - La fecha de negocio viene por SYSIN (vacio = la vigente  **
      **   en IBMUSER.FECHA_NEGOCIO).                               **
      ** - COMMIT por ciclo conciliado; el pronostico es solo       **
      **   lectura.                                                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-CAJEROS ASSIGN TO ATMREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-CAJEROS
           RECORDING MODE IS F.
       01  REG-CAJEROS                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLATMT END-EXEC.
           EXEC SQL INCLUDE DCLATCI END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-CONSUMIDO           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-REMANENTE           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-PERIODO  PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-PROMEDIO-DIARIO     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-NECESARIO           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DIAS-A-CARGA        PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-CICLOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DIFERENCIA PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CAJEROS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ALERTAS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 SW-FIN-CURSOR          PIC X(1)  VALUE 'N'.
              88 FIN-CURSOR                    VALUE 'S'.
      * Dias que promedia el pronostico. Valor de fabrica;
      * 7050-LEER-PARAMETRO lo reemplaza por IBMUSER.PARAMETROS si
      * la fila existe.
           05 WS-DIAS-PRONOSTICO     PIC S9(4) COMP VALUE 7.

       01  WS-LINEA-CAJERO.
           05 WS-LC-TIPO             PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-ATM              PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-FECHA            PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-MONTO-1          PIC -(9)9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-MONTO-2          PIC -(9)9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-MARCA            PIC X(20).
           05 FILLER                 PIC X(6)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKAE'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CONCILIAR-CICLOS.
           PERFORM 3000-PRONOSTICAR-CAJEROS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKAE - EFECTIVO DE CAJEROS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           IF WS-FECHA-SYSIN = SPACES OR LOW-VALUES
               PERFORM 7020-LEER-FECHA-NEGOCIO
           ELSE
               MOVE WS-FECHA-SYSIN TO WS-FECHA-NEGOCIO
           END-IF.
           DISPLAY 'PBNKAE - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETRO.
           OPEN OUTPUT REPORTE-CAJEROS.

      *================================================================*
      * 2000 - CONCILIACION DE CICLOS DESCARGADOS                      *
      *================================================================*
       2000-CONCILIAR-CICLOS.
           PERFORM 7100-ABRIR-CURSOR-CICLOS.
           MOVE 'N' TO SW-FIN-CURSOR.
           PERFORM 7150-FETCH-CICLO.
           PERFORM UNTIL FIN-CURSOR
               PERFORM 2100-CONCILIAR-CICLO
               PERFORM 7150-FETCH-CICLO
           END-PERFORM.
           EXEC SQL CLOSE CUR-CICLOS END-EXEC.

       2100-CONCILIAR-CICLO.
           PERFORM 7200-LEER-DISPENSADO.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKAE - ERROR DB2 ' SQLCODE
                   ' EN CICLO ' HV-ID-CICLO-ATCI
           ELSE
               COMPUTE HV-DIFERENCIA-ATCI =
                   HV-CARGADO-ATCI - HV-REMANENTE-ATCI
                   - HV-LIQUIDADO-ATCI
               IF HV-DIFERENCIA-ATCI = 0
                   MOVE 'C' TO HV-ESTADO-ATCI
               ELSE
                   MOVE 'X' TO HV-ESTADO-ATCI
               END-IF
               PERFORM 7250-CERRAR-CICLO
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-CONTADOR-ERRORES
                   DISPLAY 'PBNKAE - ERROR DB2 ' SQLCODE
                       ' EN CICLO ' HV-ID-CICLO-ATCI
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONTADOR-CICLOS
                   IF HV-ESTADO-ATCI = 'X'
                       PERFORM 2200-REPORTAR-DIFERENCIA
                   END-IF
               END-IF
           END-IF.

      * Linea CONC: liquidado por el switch y diferencia del ciclo.
       2200-REPORTAR-DIFERENCIA.
           ADD 1 TO WS-CONTADOR-DIFERENCIA.
           MOVE 'CONC'              TO WS-LC-TIPO.
           MOVE HV-ATM-ID-ATCI      TO WS-LC-ATM.
           MOVE HV-FECHA-CARGA-ATCI TO WS-LC-FECHA.
           MOVE HV-LIQUIDADO-ATCI   TO WS-LC-MONTO-1.
           MOVE HV-DIFERENCIA-ATCI  TO WS-LC-MONTO-2.
           IF HV-DIFERENCIA-ATCI > 0
               MOVE 'FALTANTE' TO WS-LC-MARCA
           ELSE
               MOVE 'SOBRANTE' TO WS-LC-MARCA
           END-IF.
           WRITE REG-CAJEROS FROM WS-LINEA-CAJERO.
           DISPLAY 'PBNKAE - CAJERO ' HV-ATM-ID-ATCI
               ' CICLO ' HV-ID-CICLO-ATCI ' ' WS-LC-MARCA.

      *================================================================*
      * 3000 - PRONOSTICO DE REPOSICION                                *
      *================================================================*
       3000-PRONOSTICAR-CAJEROS.
           PERFORM 7300-ABRIR-CURSOR-CAJEROS.
           MOVE 'N' TO SW-FIN-CURSOR.
           PERFORM 7350-FETCH-CAJERO.
           PERFORM UNTIL FIN-CURSOR
               ADD 1 TO WS-CONTADOR-CAJEROS
               PERFORM 3100-PRONOSTICAR-CAJERO
               PERFORM 7350-FETCH-CAJERO
           END-PERFORM.
           EXEC SQL CLOSE CUR-CAJEROS END-EXEC.

      * Linea PRON: remanente estimado y promedio diario. El cajero
      * tiene que atender desde manana hasta el dia anterior a
      * FECHA_PROX_CARGA (la carga se hace antes de abrir).
       3100-PRONOSTICAR-CAJERO.
           MOVE SPACES TO WS-LC-MARCA.
           MOVE 0 TO WS-REMANENTE.
           MOVE 0 TO WS-PROMEDIO-DIARIO.
           PERFORM 7400-LEER-CICLO-ABIERTO.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 7450-LEER-CONSUMIDO
                   PERFORM 7500-LEER-PROMEDIO
                   PERFORM 7550-DIAS-A-CARGA
                   COMPUTE WS-REMANENTE =
                       HV-CARGADO-ATCI - WS-CONSUMIDO
                   COMPUTE WS-NECESARIO ROUNDED =
                       WS-PROMEDIO-DIARIO * (WS-DIAS-A-CARGA - 1)
                   IF WS-DIAS-A-CARGA < 1
                       MOVE 'CARGA VENCIDA' TO WS-LC-MARCA
                   ELSE
                       IF WS-REMANENTE < WS-NECESARIO
                           MOVE 'VACIA ANTES CARGA' TO WS-LC-MARCA
                       END-IF
                   END-IF
               WHEN 100
                   MOVE 'SIN CARGA' TO WS-LC-MARCA
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-ERRORES
                   DISPLAY 'PBNKAE - ERROR DB2 ' SQLCODE
                       ' EN CAJERO ' HV-ATM-ID-ATMT
                   MOVE 'ERROR' TO WS-LC-MARCA
           END-EVALUATE.
           IF WS-LC-MARCA NOT = SPACES
               ADD 1 TO WS-CONTADOR-ALERTAS
               DISPLAY 'PBNKAE - CAJERO ' HV-ATM-ID-ATMT ' '
                   WS-LC-MARCA
           END-IF.
           MOVE 'PRON'              TO WS-LC-TIPO.
           MOVE HV-ATM-ID-ATMT      TO WS-LC-ATM.
           MOVE HV-PROX-CARGA-ATMT  TO WS-LC-FECHA.
           MOVE WS-REMANENTE        TO WS-LC-MONTO-1.
           MOVE WS-PROMEDIO-DIARIO  TO WS-LC-MONTO-2.
           WRITE REG-CAJEROS FROM WS-LINEA-CAJERO.

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

       7050-LEER-PARAMETRO.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_PRONOSTICO_ATM'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-PRONOSTICO
           END-IF.

      * Ciclos descargados cuyos dias (hasta el anterior a la
      * descarga) ya estan todos liquidados por PBNKAT.
       7100-ABRIR-CURSOR-CICLOS.
           EXEC SQL DECLARE CUR-CICLOS CURSOR WITH HOLD FOR
               SELECT ID_CICLO, ATM_ID, CHAR(FECHA_NEG_CARGA, ISO),
                      MONTO_CARGADO, CHAR(FECHA_NEG_DESCARGA, ISO),
                      MONTO_REMANENTE
               FROM IBMUSER.ATM_CICLOS
               WHERE ESTADO = 'D'
                 AND FECHA_NEG_DESCARGA <=
                     DATE(:WS-FECHA-NEGOCIO) + 1 DAY
               ORDER BY ATM_ID, ID_CICLO
           END-EXEC.
           EXEC SQL OPEN CUR-CICLOS END-EXEC.

       7150-FETCH-CICLO.
           EXEC SQL FETCH CUR-CICLOS
               INTO :HV-ID-CICLO-ATCI, :HV-ATM-ID-ATCI,
                    :HV-FECHA-CARGA-ATCI, :HV-CARGADO-ATCI,
                    :HV-FECHA-DESC-ATCI, :HV-REMANENTE-ATCI
           END-EXEC.
           IF SQLCODE NOT = 0
               SET FIN-CURSOR TO TRUE
           END-IF.

       7200-LEER-DISPENSADO.
           MOVE 0 TO HV-LIQUIDADO-ATCI.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :HV-LIQUIDADO-ATCI
               FROM IBMUSER.ATM_DISPENSADO
               WHERE ATM_ID = :HV-ATM-ID-ATCI
                 AND FECHA_NEGOCIO >= DATE(:HV-FECHA-CARGA-ATCI)
                 AND FECHA_NEGOCIO <  DATE(:HV-FECHA-DESC-ATCI)
           END-EXEC.

       7250-CERRAR-CICLO.
           EXEC SQL UPDATE IBMUSER.ATM_CICLOS
               SET ESTADO          = :HV-ESTADO-ATCI,
                   MONTO_LIQUIDADO = :HV-LIQUIDADO-ATCI,
                   DIFERENCIA      = :HV-DIFERENCIA-ATCI
               WHERE ID_CICLO = :HV-ID-CICLO-ATCI
                 AND ESTADO = 'D'
           END-EXEC.

       7300-ABRIR-CURSOR-CAJEROS.
           EXEC SQL DECLARE CUR-CAJEROS CURSOR FOR
               SELECT ATM_ID, SUCURSAL_ID,
                      CHAR(FECHA_PROX_CARGA, ISO)
               FROM IBMUSER.ATM_TERMINALES
               WHERE ESTADO = 'A'
               ORDER BY SUCURSAL_ID, ATM_ID
           END-EXEC.
           EXEC SQL OPEN CUR-CAJEROS END-EXEC.

       7350-FETCH-CAJERO.
           EXEC SQL FETCH CUR-CAJEROS
               INTO :HV-ATM-ID-ATMT, :HV-SUCURSAL-ATMT,
                    :HV-PROX-CARGA-ATMT
           END-EXEC.
           IF SQLCODE NOT = 0
               SET FIN-CURSOR TO TRUE
           END-IF.

       7400-LEER-CICLO-ABIERTO.
           EXEC SQL SELECT ID_CICLO, CHAR(FECHA_NEG_CARGA, ISO),
                           MONTO_CARGADO
               INTO :HV-ID-CICLO-ATCI, :HV-FECHA-CARGA-ATCI,
                    :HV-CARGADO-ATCI
               FROM IBMUSER.ATM_CICLOS
               WHERE ATM_ID = :HV-ATM-ID-ATMT
                 AND ESTADO = 'A'
               ORDER BY ID_CICLO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7450-LEER-CONSUMIDO.
           MOVE 0 TO WS-CONSUMIDO.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-CONSUMIDO
               FROM IBMUSER.AUTORIZACIONES
               WHERE ATM_ID = :HV-ATM-ID-ATMT
                 AND ESTADO IN ('A', 'L')
                 AND FECHA_NEGOCIO >= DATE(:HV-FECHA-CARGA-ATCI)
                 AND FECHA_NEGOCIO <= DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.

       7500-LEER-PROMEDIO.
           MOVE 0 TO WS-AUTORIZADO-PERIODO.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-PERIODO
               FROM IBMUSER.AUTORIZACIONES
               WHERE ATM_ID = :HV-ATM-ID-ATMT
                 AND ESTADO IN ('A', 'L')
                 AND FECHA_NEGOCIO >
                     DATE(:WS-FECHA-NEGOCIO) - :WS-DIAS-PRONOSTICO DAYS
                 AND FECHA_NEGOCIO <= DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.
           COMPUTE WS-PROMEDIO-DIARIO ROUNDED =
               WS-AUTORIZADO-PERIODO / WS-DIAS-PRONOSTICO.

       7550-DIAS-A-CARGA.
           MOVE 0 TO WS-DIAS-A-CARGA.
           EXEC SQL SELECT DAYS(DATE(:HV-PROX-CARGA-ATMT))
                           - DAYS(DATE(:WS-FECHA-NEGOCIO))
               INTO :WS-DIAS-A-CARGA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE REPORTE-CAJEROS.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-CICLOS TO WS-EJEC-PROC.
           MOVE WS-CONTADOR-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKAE - CICLOS CONCILIADOS : ' WS-CONTADOR-CICLOS.
           DISPLAY 'PBNKAE - CON DIFERENCIA     : '
               WS-CONTADOR-DIFERENCIA.
           DISPLAY 'PBNKAE - CAJEROS EN SERVICIO: '
               WS-CONTADOR-CAJEROS.
           DISPLAY 'PBNKAE - CAJEROS CON ALERTA : '
               WS-CONTADOR-ALERTAS.
           DISPLAY 'PBNKAE - ERRORES            : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKAE - EFECTIVO DE CAJEROS - FIN'.

       COPY CPYEJBP.
