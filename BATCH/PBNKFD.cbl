       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKFD.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKFD                                 **
      ** TITULO ...........: ENVIO DIARIO DE ORDENES DE FONDOS      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Escribe en DD FONORD las ordenes de fondos comunes       **
      **   (IBMUSER.ORDENES_FONDOS, ver DDL/FONDOS_INVERSION.sql)   **
      **   que siguen 'P' con FECHA_NAV hasta la fecha de           **
      **   negocio y las pasa a 'E' (enviada): desde ahi el         **
      **   cliente ya no puede anularlas en SOURCE/PBNKFO.cbl.      **
      ** - Las ordenes cargadas despues del corte tienen            **
      **   FECHA_NAV del dia habil siguiente y salen en la          **
      **   corrida de ese dia.                                      **
      ** - Cabecera 'HDR'/pie 'TRL' del libro de control            **
      **   (COPYS/CPYARCP.cbl, interfaz 'FONORD'); el total         **
      **   del pie es la suma de los montos suscriptos.             **
      ** - Archivo y cambio de estado van en una sola unidad        **
      **   de trabajo: ante un error DB2 se deshace todo y el       **
      **   job termina con RC 8 para correrlo de nuevo.             **
      ** - Corre en el ciclo nocturno antes del cambio de fecha     **
      **   de negocio; no postea nada (la liquidacion la hace       **
      **   BATCH/PBNKFV.cbl al recibir el valor de cuotaparte).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ORDENES ASSIGN TO FONORD
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ORDENES
           RECORDING MODE IS F.
       01  REG-ORDENES                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLORFO END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-CONT-SUSCRIPCIONES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RESCATES       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ANULADAS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

      * Registro de detalle del archivo FONORD. RESCATE_TOTAL 'S':
      * la sociedad gerente rescata toda la tenencia (CUOTAPARTES
      * en cero).
       01  WS-LINEA-ORDEN.
           05 WS-LO-ID-ORDEN         PIC 9(9).
           05 WS-LO-FONDO            PIC X(8).
           05 WS-LO-ID-FISCAL        PIC X(13).
           05 WS-LO-USUARIO          PIC X(8).
           05 WS-LO-TIPO             PIC X(1).
           05 WS-LO-RESCATE-TOTAL    PIC X(1).
           05 WS-LO-MONTO            PIC 9(11)V99.
           05 WS-LO-CUOTAPARTES      PIC 9(11)V9(6).
      * AAAAMMDD
           05 WS-LO-FECHA-NAV        PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKFD'.

       COPY CPYARCW.
       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-ORDENES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKFD - ENVIO DE ORDENES DE FONDOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKFD - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           OPEN OUTPUT ARCHIVO-ORDENES.
      * Cabecera de intercambio (secuencia del libro de control, ver
      * CPYARCP/DDL CONTROL_ARCHIVOS).
           MOVE 'FONORD' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-ORDENES FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-ABRIR-CURSOR-ORDENES.

      *================================================================*
      * 2000 - UNA LINEA POR ORDEN PENDIENTE                           *
      *================================================================*
       2000-PROCESAR-ORDENES.
           PERFORM 7200-FETCH-ORDEN.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-ENVIAR-ORDEN
               IF SQLCODE = 0
                   PERFORM 7200-FETCH-ORDEN
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKFD - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-ORDENES-FON END-EXEC.

      * Primero el cambio de estado: si el cliente la anulo entre el
      * FETCH y el UPDATE (SQLCODE 100) la orden no sale.
       2100-ENVIAR-ORDEN.
           PERFORM 7300-MARCAR-ENVIADA.
           IF SQLCODE = 100
               ADD 1 TO WS-CONT-ANULADAS
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   PERFORM 2200-ESCRIBIR-ORDEN
               END-IF
           END-IF.

       2200-ESCRIBIR-ORDEN.
           MOVE HV-ID-ORFO          TO WS-LO-ID-ORDEN.
           MOVE HV-CODIGO-ORFO      TO WS-LO-FONDO.
           MOVE HV-ID-FISCAL-CLI    TO WS-LO-ID-FISCAL.
           MOVE HV-USUARIO-ORFO     TO WS-LO-USUARIO.
           MOVE HV-TIPO-ORFO        TO WS-LO-TIPO.
           MOVE HV-RESC-TOT-ORFO    TO WS-LO-RESCATE-TOTAL.
           MOVE HV-MONTO-ORFO       TO WS-LO-MONTO.
           MOVE HV-CUOTAS-ORFO      TO WS-LO-CUOTAPARTES.
           MOVE HV-FECHA-NAV-ORFO(1:4) TO WS-LO-FECHA-NAV(1:4).
           MOVE HV-FECHA-NAV-ORFO(6:2) TO WS-LO-FECHA-NAV(5:2).
           MOVE HV-FECHA-NAV-ORFO(9:2) TO WS-LO-FECHA-NAV(7:2).
           WRITE REG-ORDENES FROM WS-LINEA-ORDEN.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-ORFO TO WS-ARC-TOTAL-LEIDO.
           IF HV-TIPO-ORFO = 'S'
               ADD 1 TO WS-CONT-SUSCRIPCIONES
           ELSE
               ADD 1 TO WS-CONT-RESCATES
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
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

      * El ID fiscal sale de CLIENTES, igual que PBNKCM 7100.
       7100-ABRIR-CURSOR-ORDENES.
           EXEC SQL DECLARE CUR-ORDENES-FON CURSOR FOR
               SELECT O.ID_ORDEN, O.CODIGO_FONDO,
                      COALESCE(C.ID_FISCAL, ' '), O.USUARIO,
                      O.TIPO, O.RESCATE_TOTAL, O.MONTO,
                      O.CUOTAPARTES, CHAR(O.FECHA_NAV, ISO)
               FROM IBMUSER.ORDENES_FONDOS O
                    LEFT OUTER JOIN IBMUSER.CLIENTES C
                      ON C.USUARIO = O.USUARIO
               WHERE O.ESTADO = 'P'
                 AND O.FECHA_NAV <= DATE(:WS-FECHA-PROCESO)
               ORDER BY O.CODIGO_FONDO, O.ID_ORDEN
           END-EXEC.
           EXEC SQL OPEN CUR-ORDENES-FON END-EXEC.

       7200-FETCH-ORDEN.
           EXEC SQL FETCH CUR-ORDENES-FON
               INTO :HV-ID-ORFO, :HV-CODIGO-ORFO,
                    :HV-ID-FISCAL-CLI, :HV-USUARIO-ORFO,
                    :HV-TIPO-ORFO, :HV-RESC-TOT-ORFO,
                    :HV-MONTO-ORFO, :HV-CUOTAS-ORFO,
                    :HV-FECHA-NAV-ORFO
           END-EXEC.

       7300-MARCAR-ENVIADA.
           EXEC SQL UPDATE IBMUSER.ORDENES_FONDOS
               SET ESTADO = 'E'
               WHERE ID_ORDEN = :HV-ID-ORFO
                 AND ESTADO = 'P'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-ORDENES FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-ORDENES.
           IF RETURN-CODE = 0
               EXEC SQL COMMIT END-EXEC
               PERFORM 9780-REGISTRAR-SALIDA-ARC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKFD - ORDENES SIN ENVIAR, REPROCESAR'
           END-IF.
           MOVE WS-ARC-CANT-LEIDOS TO WS-EJEC-PROC.
           MOVE WS-CONT-ANULADAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CONT-SUSCRIPCIONES TO WS-CANT-EDIT.
           DISPLAY 'PBNKFD - SUSCRIPCIONES     : ' WS-CANT-EDIT.
           MOVE WS-CONT-RESCATES TO WS-CANT-EDIT.
           DISPLAY 'PBNKFD - RESCATES          : ' WS-CANT-EDIT.
           MOVE WS-CONT-ANULADAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFD - ANULADAS AL ENVIAR: ' WS-CANT-EDIT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKFD - TOTAL SUSCRIPTO   : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKFD - ENVIO DE ORDENES DE FONDOS - FIN'.

       COPY CPYARCP.
       COPY CPYEJBP.
