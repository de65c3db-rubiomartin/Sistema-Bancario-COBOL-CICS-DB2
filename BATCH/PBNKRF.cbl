       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRF.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRF                                 **
      ** TITULO ...........: CUENTAS REPORTABLES FATCA / CRS        **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Anual: arma el archivo de intercambio FISCRS (DD FISCRS, **
      **   HDR/TRL y secuencia del libro de control, CPYARCP) con   **
      **   los titulares reportables del anio:                      **
      **     IND 'S' residencia vigente en otro pais (IBMUSER.      **
      **             RESIDENCIAS_FISCALES, con su NIF);             **
      **     IND 'I' sin autocertificacion pero con indicio 'D'     **
      **             pendiente de pais conocido (IBMUSER.INDICIOS_  **
      **             FISCALES, NIF en blanco).                      **
      ** - Por titular y pais: una linea 'AC' por cuenta con el     **
      **   saldo al cierre del anio (ultima foto de IBMUSER.SALDOS_ **
      **   EOD dentro del anio; saldo negativo se informa en cero)  **
      **   y una linea 'IN' con interes y retencion del anio        **
      **   (IBMUSER.RETENCIONES).                                   **
      ** - El total del TRL es la suma de IMPORTE1 (saldos mas      **
      **   intereses).                                              **
      ** - El anio viene por SYSIN (vacio = el anio anterior).      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CRS ASSIGN TO FISCRS
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CRS
           RECORDING MODE IS F.
       01  REG-CRS                      PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLRFIS END-EXEC.
           EXEC SQL INCLUDE DCLSEOD END-EXEC.
           EXEC SQL INCLUDE DCLRETE END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       COPY CPYFISW.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ANIO-SYSIN          PIC X(4)  VALUE SPACES.
           05 WS-ANIO                PIC 9(4)  VALUE 0.
           05 WS-INICIO-ANIO         PIC X(10) VALUE SPACES.
           05 WS-FIN-ANIO            PIC X(10) VALUE SPACES.
           05 WS-IND-REPORTE         PIC X(1)  VALUE SPACES.
           05 WS-CONTADOR-TITULARES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CUENTAS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.

       01  WS-REG-DETALLE.
           05 WS-RD-TIPO             PIC X(2).
           05 WS-RD-ANIO             PIC 9(4).
           05 WS-RD-PAIS             PIC X(2).
           05 WS-RD-USUARIO          PIC X(8).
           05 WS-RD-NIF              PIC X(20).
           05 WS-RD-CUENTA           PIC X(10).
           05 WS-RD-IMPORTE1         PIC 9(11)V99.
           05 WS-RD-IMPORTE2         PIC 9(11)V99.
           05 WS-RD-IND              PIC X(1).
           05 FILLER                 PIC X(7)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKRF'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-EMITIR-REPORTABLES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRF - CUENTAS REPORTABLES CRS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-ANIO-SYSIN FROM SYSIN.
           IF WS-ANIO-SYSIN IS NUMERIC
               MOVE WS-ANIO-SYSIN TO WS-ANIO
           ELSE
               EXEC SQL SELECT YEAR(CURRENT DATE) - 1 INTO :WS-ANIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           DISPLAY 'PBNKRF - ANIO FISCAL: ' WS-ANIO.
           MOVE WS-ANIO TO HV-ANIO-RETE.
           STRING WS-ANIO '-01-01' DELIMITED BY SIZE
               INTO WS-INICIO-ANIO.
           STRING WS-ANIO '-12-31' DELIMITED BY SIZE
               INTO WS-FIN-ANIO.
           OPEN OUTPUT ARCHIVO-CRS.

      *================================================================*
      * 2000 - TITULARES REPORTABLES (DD FISCRS)                       *
      *================================================================*
       2000-EMITIR-REPORTABLES.
      * Cabecera de intercambio con secuencia del libro de control.
           MOVE 'FISCRS' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-CRS FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-ABRIR-CURSOR-TITULARES.
           PERFORM 7150-FETCH-TITULAR.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-TITULARES
               PERFORM 2100-EMITIR-TITULAR
               PERFORM 7150-FETCH-TITULAR
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKRF - ERROR EN TITULARES, SQLCODE: '
                   SQLCODE
               ADD 1 TO WS-CONTADOR-ERRORES
           END-IF.
           EXEC SQL CLOSE CUR-TITULARES END-EXEC.

       2100-EMITIR-TITULAR.
           MOVE WS-ANIO         TO WS-RD-ANIO.
           MOVE HV-PAIS-RFIS    TO WS-RD-PAIS.
           MOVE HV-USUARIO-RFIS TO WS-RD-USUARIO.
           MOVE HV-NIF-RFIS     TO WS-RD-NIF.
           MOVE WS-IND-REPORTE  TO WS-RD-IND.
           MOVE HV-USUARIO-RFIS TO HV-USUARIO-SEOD.
           PERFORM 7200-ABRIR-CURSOR-CUENTAS.
           PERFORM 7250-FETCH-CUENTA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2200-ESCRIBIR-CUENTA
               PERFORM 7250-FETCH-CUENTA
           END-PERFORM.
           EXEC SQL CLOSE CUR-CUENTAS END-EXEC.
           PERFORM 2300-ESCRIBIR-INTERESES.

       2200-ESCRIBIR-CUENTA.
           MOVE 'AC'            TO WS-RD-TIPO.
           MOVE HV-CUENTA-SEOD  TO WS-RD-CUENTA.
           IF HV-SALDO-SEOD < 0
               MOVE 0 TO HV-SALDO-SEOD
           END-IF.
           MOVE HV-SALDO-SEOD   TO WS-RD-IMPORTE1.
           MOVE 0               TO WS-RD-IMPORTE2.
           WRITE REG-CRS FROM WS-REG-DETALLE.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-SALDO-SEOD TO WS-ARC-TOTAL-LEIDO.
           ADD 1 TO WS-CONTADOR-CUENTAS.

      * Sin fila en RETENCIONES para el anio se informa en cero.
       2300-ESCRIBIR-INTERESES.
           MOVE HV-USUARIO-RFIS TO HV-USUARIO-RETE.
           PERFORM 7300-LEER-RETENCION.
           IF SQLCODE NOT = 0
               MOVE 0 TO HV-TOT-INTERES-RETE
               MOVE 0 TO HV-TOT-RETENIDO-RETE
           END-IF.
           MOVE 'IN'                 TO WS-RD-TIPO.
           MOVE SPACES               TO WS-RD-CUENTA.
           MOVE HV-TOT-INTERES-RETE  TO WS-RD-IMPORTE1.
           MOVE HV-TOT-RETENIDO-RETE TO WS-RD-IMPORTE2.
           WRITE REG-CRS FROM WS-REG-DETALLE.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-TOT-INTERES-RETE TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-ABRIR-CURSOR-TITULARES.
           EXEC SQL DECLARE CUR-TITULARES CURSOR FOR
               SELECT USUARIO, PAIS, NIF, 'S'
               FROM IBMUSER.RESIDENCIAS_FISCALES
               WHERE ESTADO = 'A'
                 AND PAIS <> :WC-FIS-PAIS-LOCAL
               UNION ALL
               SELECT USUARIO, PAIS, CAST(' ' AS CHAR(20)), 'I'
               FROM IBMUSER.INDICIOS_FISCALES
               WHERE ESTADO = 'P'
                 AND TIPO_INDICIO = 'D'
                 AND PAIS <> ' '
                 AND PAIS <> :WC-FIS-PAIS-LOCAL
               ORDER BY 2, 1
           END-EXEC.
           EXEC SQL OPEN CUR-TITULARES END-EXEC.

       7150-FETCH-TITULAR.
           EXEC SQL FETCH CUR-TITULARES
               INTO :HV-USUARIO-RFIS, :HV-PAIS-RFIS, :HV-NIF-RFIS,
                    :WS-IND-REPORTE
           END-EXEC.

      * Ultima foto de cada cuenta dentro del anio: las cuentas
      * cerradas antes del anio no salen.
       7200-ABRIR-CURSOR-CUENTAS.
           EXEC SQL DECLARE CUR-CUENTAS CURSOR FOR
               SELECT S.CUENTA_NUM, S.SALDO_CIERRE
               FROM IBMUSER.SALDOS_EOD S
               WHERE S.USUARIO = :HV-USUARIO-SEOD
                 AND S.FECHA_NEGOCIO =
                     (SELECT MAX(F.FECHA_NEGOCIO)
                      FROM IBMUSER.SALDOS_EOD F
                      WHERE F.USUARIO = S.USUARIO
                        AND F.CUENTA_NUM = S.CUENTA_NUM
                        AND F.FECHA_NEGOCIO
                            BETWEEN DATE(:WS-INICIO-ANIO)
                                AND DATE(:WS-FIN-ANIO))
               ORDER BY S.CUENTA_NUM
           END-EXEC.
           EXEC SQL OPEN CUR-CUENTAS END-EXEC.

       7250-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CUENTAS
               INTO :HV-CUENTA-SEOD, :HV-SALDO-SEOD
           END-EXEC.

       7300-LEER-RETENCION.
           EXEC SQL SELECT TOTAL_INTERES, TOTAL_RETENIDO
               INTO :HV-TOT-INTERES-RETE, :HV-TOT-RETENIDO-RETE
               FROM IBMUSER.RETENCIONES
               WHERE USUARIO = :HV-USUARIO-RETE
                 AND ANIO = :HV-ANIO-RETE
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-CRS FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-CRS.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-TITULARES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKRF - TITULARES REPORTADOS: '
               WS-CONTADOR-TITULARES.
           DISPLAY 'PBNKRF - CUENTAS REPORTADAS  : '
               WS-CONTADOR-CUENTAS.
           DISPLAY 'PBNKRF - ERRORES             : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKRF - CUENTAS REPORTABLES CRS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
