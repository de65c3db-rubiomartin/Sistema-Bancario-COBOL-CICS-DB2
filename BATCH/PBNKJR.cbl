       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKJR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKJR                                 **
      ** TITULO ...........: HABERES PREVISIONALES - DEVOLUCION Y   **
      **                     RENDICION MENSUAL AL ORGANISMO         **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre una vez por mes, despues del cierre diario         **
      **   (BATCH/PBNKJD.cbl), antes de recibir el PREENT del mes   **
      **   siguiente (ver DDL/PREVISION_SOCIAL.sql).                **
      ** - 2000: los pagos retenidos mas de DIAS_RETENCION_PREV     **
      **   dias (PARAMETROS, defecto 60) sin fe de vida pasan a     **
      **   devueltos (motivo FV).                                   **
      ** - 3000: DD PRESAL, un registro por pago acreditado o       **
      **   devuelto todavia no rendido (ver WS-LINEA-SALIDA), con   **
      **   cabecera/pie y secuencia del libro de control            **
      **   (CPYARCP). El pie totaliza lo devuelto. Los retenidos no **
      **   se rinden hasta resolverse.                              **
      ** - Lo devuelto sale por el nostro (9790, lote PRESAL) hacia **
      **   el organismo.                                            **
      ** - RC 4 si algun pago quedo con error.                      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALIDA ASSIGN TO PRESAL
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALIDA
           RECORDING MODE IS F.
       01  REG-PREV-SAL                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPPRV END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
      * Plazo maximo de un pago retenido; valor de fabrica,
      * reemplazado por PARAMETROS (DIAS_RETENCION_PREV).
           05 WS-DIAS-RETENCION      PIC S9(4) COMP VALUE 60.
           05 WS-CANT-PASADA         PIC S9(9) COMP VALUE 0.

           05 WS-CONT-VENCIDOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RENDIDOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ACREDITADOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DEVUELTOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-ACREDITADO    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-DEVUELTO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

      * Fecha ISO (DB2) y AAAAMMDD (archivo).
       01  WS-FECHA-ISO.
           05 WS-FI-AAAA             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-MM               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-DD               PIC 9(2).
       01  WS-FECHA-AAAAMMDD.
           05 WS-FA-AAAA             PIC 9(4).
           05 WS-FA-MM               PIC 9(2).
           05 WS-FA-DD               PIC 9(2).
       01  WS-FECHA-NUM REDEFINES WS-FECHA-AAAAMMDD
                                     PIC 9(8).

      * Registro de PRESAL. ESTADO 'A' acreditado / 'D' devuelto;
      * MOTIVO solo en 'D' (NR, BJ, CC, FV, FA). FECHA-RESOL AAAAMMDD.
       01  WS-LINEA-SALIDA.
           05 WS-LS-NRO-BENEFICIO    PIC X(11).
           05 WS-LS-PERIODO          PIC X(06).
           05 WS-LS-MONTO            PIC 9(09)V99.
           05 WS-LS-ESTADO           PIC X(01).
           05 WS-LS-MOTIVO           PIC X(02).
           05 WS-LS-MONTO-DEVUELTO   PIC 9(09)V99.
           05 WS-LS-FECHA-RESOL      PIC 9(08).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKJR'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYNOSW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-DEVOLVER-VENCIDOS.
           PERFORM 3000-RENDIR-AL-ORGANISMO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKJR - RENDICION PREVISIONAL - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.

      *================================================================*
      * 2000 - RETENIDOS FUERA DE PLAZO                                *
      * Nunca se acreditaron: vuelven enteros al organismo.            *
      *================================================================*
       2000-DEVOLVER-VENCIDOS.
           EXEC SQL UPDATE IBMUSER.PAGOS_PREV
               SET ESTADO = 'D',
                   MOTIVO_DEV = 'FV',
                   MONTO_DEVUELTO = MONTO,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ESTADO = 'R'
                 AND DATE(FECHA_ALTA) + :WS-DIAS-RETENCION DAYS
                     < DATE(:WS-FECHA-PROCESO)
           END-EXEC.
           MOVE 0 TO WS-CANT-PASADA.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-CANT-PASADA
               EXEC SQL COMMIT END-EXEC
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKJR - ERROR SQLCODE ' SQLCODE
                       ' DEVOLVIENDO RETENIDOS'
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.
           ADD WS-CANT-PASADA TO WS-CONT-VENCIDOS.

      *================================================================*
      * 3000 - CORTE DE LA RENDICION AL ARCHIVO PRESAL                 *
      *================================================================*
       3000-RENDIR-AL-ORGANISMO.
           OPEN OUTPUT ARCHIVO-SALIDA.
      * Cabecera de intercambio (secuencia del libro de control).
           MOVE 'PRESAL' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-PREV-SAL FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7600-ABRIR-CURSOR-RENDIR.
           PERFORM 7610-FETCH-RENDIR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-RENDIR-PAGO
               PERFORM 7610-FETCH-RENDIR
           END-PERFORM.
           EXEC SQL CLOSE CUR-RENDIR END-EXEC.

      * Pie de intercambio (total = lo devuelto) y registro del corte
      * en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-PREV-SAL FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-SALIDA.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.

       3100-RENDIR-PAGO.
           MOVE HV-FECHA-RES-PPRV(1:10) TO WS-FECHA-ISO.
           MOVE WS-FI-AAAA TO WS-FA-AAAA.
           MOVE WS-FI-MM   TO WS-FA-MM.
           MOVE WS-FI-DD   TO WS-FA-DD.
           MOVE HV-NRO-BENEF-PPRV TO WS-LS-NRO-BENEFICIO.
           MOVE HV-PERIODO-PPRV   TO WS-LS-PERIODO.
           MOVE HV-MONTO-PPRV     TO WS-LS-MONTO.
           MOVE HV-ESTADO-PPRV    TO WS-LS-ESTADO.
           MOVE HV-MOTIVO-PPRV    TO WS-LS-MOTIVO.
           MOVE HV-MONTO-DEV-PPRV TO WS-LS-MONTO-DEVUELTO.
           MOVE WS-FECHA-NUM      TO WS-LS-FECHA-RESOL.
           WRITE REG-PREV-SAL FROM WS-LINEA-SALIDA.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-DEV-PPRV TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7620-MARCAR-RENDIDO.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-RENDIDOS
               IF HV-ESTADO-PPRV = 'A'
                   ADD 1 TO WS-CONT-ACREDITADOS
                   ADD HV-MONTO-PPRV TO WS-TOTAL-ACREDITADO
               ELSE
                   ADD 1 TO WS-CONT-DEVUELTOS
                   ADD HV-MONTO-DEV-PPRV TO WS-TOTAL-DEVUELTO
               END-IF
           ELSE
               DISPLAY 'PBNKJR - ERROR SQLCODE ' SQLCODE
                   ' RINDIENDO PAGO ' HV-ID-PPRV
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DB2                                            *
      *================================================================*
      * Fecha de negocio vigente.
       7020-RESOLVER-FECHA.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_RETENCION_PREV'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-RETENCION
           END-IF.

      * Resueltos y no rendidos, en orden de recepcion.
       7600-ABRIR-CURSOR-RENDIR.
           EXEC SQL DECLARE CUR-RENDIR CURSOR WITH HOLD FOR
               SELECT ID_PAGO, NRO_BENEFICIO, PERIODO, MONTO, ESTADO,
                      MOTIVO_DEV, MONTO_DEVUELTO,
                      COALESCE(CHAR(DATE(FECHA_RESOLUCION), ISO),
                               CHAR(CURRENT DATE, ISO))
               FROM IBMUSER.PAGOS_PREV
               WHERE RENDIDO = 'N'
                 AND ESTADO IN ('A', 'D')
               ORDER BY ID_PAGO
           END-EXEC.
           EXEC SQL OPEN CUR-RENDIR END-EXEC.

       7610-FETCH-RENDIR.
           EXEC SQL FETCH CUR-RENDIR
               INTO :HV-ID-PPRV, :HV-NRO-BENEF-PPRV, :HV-PERIODO-PPRV,
                    :HV-MONTO-PPRV, :HV-ESTADO-PPRV, :HV-MOTIVO-PPRV,
                    :HV-MONTO-DEV-PPRV, :HV-FECHA-RES-PPRV
           END-EXEC.

       7620-MARCAR-RENDIDO.
           MOVE WS-ARC-SECUENCIA TO HV-SEC-REND-PPRV.
           EXEC SQL UPDATE IBMUSER.PAGOS_PREV
               SET RENDIDO = 'S',
                   SEC_RENDICION = :HV-SEC-REND-PPRV
               WHERE ID_PAGO = :HV-ID-PPRV
                 AND RENDIDO = 'N'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF WS-CONT-ERRORES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CONT-RENDIDOS TO WS-EJEC-PROC.
           MOVE WS-CONT-ERRORES  TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
      * Lo devuelto sale por el nostro hacia el organismo.
           MOVE 'PRESAL' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           COMPUTE WS-NOS-MONTO = 0 - WS-TOTAL-DEVUELTO.
           MOVE WS-CONT-DEVUELTOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           DISPLAY 'PBNKJR - RETENIDOS FUERA DE PLAZO: '
               WS-CONT-VENCIDOS.
           DISPLAY 'PBNKJR - PAGOS RENDIDOS          : '
               WS-CONT-RENDIDOS.
           DISPLAY 'PBNKJR - ACREDITADOS             : '
               WS-CONT-ACREDITADOS.
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJR - TOTAL ACREDITADO        : '
               WS-TOTAL-EDIT.
           DISPLAY 'PBNKJR - DEVUELTOS               : '
               WS-CONT-DEVUELTOS.
           MOVE WS-TOTAL-DEVUELTO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJR - TOTAL DEVUELTO          : '
               WS-TOTAL-EDIT.
           DISPLAY 'PBNKJR - ERRORES                 : '
               WS-CONT-ERRORES.
           DISPLAY 'PBNKJR - RENDICION PREVISIONAL - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYNOSP.
