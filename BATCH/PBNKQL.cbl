       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKQL.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKQL                                 **
      ** TITULO ...........: LIQUIDACION DIARIA DE PAGOS QR         **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Emite en DD QRLIQ la liquidacion del dia por             **
      **   comercio de los pagos QR (IBMUSER.PAGOS_QR, ver          **
      **   DDL/PAGOS_QR.sql) con FECHA_NEGOCIO igual a la           **
      **   fecha de negocio vigente.                                **
      ** - Por comercio: cabecera con razon social y cuenta,        **
      **   una linea por pago 'P' o devolucion 'D' (cliente,        **
      **   monto, comision y neto) y el total: cantidad y           **
      **   bruto de pagos, cantidad y monto devuelto, comision      **
      **   retenida y neto acreditado en el dia.                    **
      ** - Es un extracto: los importes ya se acreditaron y         **
      **   debitaron en linea (PBNKQC/PBNKQD), aqui no se           **
      **   postea nada. Corre en el ciclo nocturno antes del        **
      **   cambio de fecha de negocio.                              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION-QR ASSIGN TO QRLIQ
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDACION-QR
           RECORDING MODE IS F.
       01  REG-LIQUIDACION              PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCOME END-EXEC.
           EXEC SQL INCLUDE DCLPGQR END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-COMERCIO-ANTERIOR   PIC X(15) VALUE SPACES.
           05 WS-MONTO-NETO          PIC S9(9)V9(2) COMP-3 VALUE 0.
      * Acumulados del comercio en curso.
           05 WS-CANT-PAGOS-COM      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-DEVOL-COM      PIC S9(7) COMP-3 VALUE 0.
           05 WS-BRUTO-COM           PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-DEVUELTO-COM        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-COMISION-COM        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-NETO-COM            PIC S9(11)V9(2) COMP-3 VALUE 0.
      * Totales del job.
           05 WS-CONT-FILAS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-COMERCIOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-NETO          PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.
           05 WS-TOTAL-EDIT          PIC -(10)9,99.

       01  WS-LINEA-CABECERA.
           05 FILLER                 PIC X(9)  VALUE 'COMERCIO '.
           05 WS-LC-CODIGO           PIC X(15).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LC-RAZON            PIC X(30).
           05 FILLER                 PIC X(8)  VALUE ' CUENTA '.
           05 WS-LC-CUENTA           PIC X(10).
           05 FILLER                 PIC X(7)  VALUE ' FECHA '.
           05 WS-LC-FECHA            PIC X(10).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-ID               PIC Z(8)9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-TIPO             PIC X(10).
           05 WS-LD-ORIGEN           PIC Z(8)9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-CLIENTE          PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-MONTO            PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-COMISION         PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-NETO             PIC -(8)9,99.
           05 FILLER                 PIC X(19) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                 PIC X(8)  VALUE '  TOTAL '.
           05 WS-LT-CANT-PAGOS       PIC ZZZZ9.
           05 FILLER                 PIC X(7)  VALUE ' PAGOS '.
           05 WS-LT-BRUTO            PIC -(10)9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LT-CANT-DEVOL       PIC ZZZZ9.
           05 FILLER                 PIC X(7)  VALUE ' DEVOL '.
           05 WS-LT-DEVUELTO         PIC -(8)9,99.
           05 FILLER                 PIC X(5)  VALUE ' COM '.
           05 WS-LT-COMISION         PIC -(8)9,99.
           05 FILLER                 PIC X(6)  VALUE ' NETO '.
           05 WS-LT-NETO             PIC -(10)9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKQL'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-PAGOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKQL - LIQUIDACION DIARIA DE PAGOS QR - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKQL - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           OPEN OUTPUT LIQUIDACION-QR.
           PERFORM 7100-ABRIR-CURSOR-PAGOS.

      *================================================================*
      * 2000 - UNA FILA POR VEZ, CON CORTE POR COMERCIO                *
      *================================================================*
       2000-PROCESAR-PAGOS.
           PERFORM 7200-FETCH-PAGO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-DETALLAR-FILA
               PERFORM 7200-FETCH-PAGO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKQL - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-PAGOS-QR END-EXEC.
      * Total del ultimo comercio del extracto.
           IF WS-COMERCIO-ANTERIOR NOT = SPACES
               PERFORM 2300-TOTAL-COMERCIO
           END-IF.

       2100-DETALLAR-FILA.
           IF HV-COMERCIO-PGQR NOT = WS-COMERCIO-ANTERIOR
               IF WS-COMERCIO-ANTERIOR NOT = SPACES
                   PERFORM 2300-TOTAL-COMERCIO
               END-IF
               PERFORM 2200-CABECERA-COMERCIO
           END-IF.

           MOVE HV-ID-PGQR       TO WS-LD-ID.
           MOVE HV-USUARIO-PGQR  TO WS-LD-CLIENTE.
           MOVE HV-MONTO-PGQR    TO WS-LD-MONTO.
           MOVE HV-COMISION-PGQR TO WS-LD-COMISION.
           IF HV-TIPO-PGQR = 'D'
               MOVE 'DEVOLUCION'      TO WS-LD-TIPO
               MOVE HV-ID-ORIGEN-PGQR TO WS-LD-ORIGEN
               COMPUTE WS-MONTO-NETO = 0 - HV-MONTO-PGQR
               ADD 1 TO WS-CANT-DEVOL-COM
               ADD HV-MONTO-PGQR TO WS-DEVUELTO-COM
           ELSE
               MOVE 'PAGO'            TO WS-LD-TIPO
               MOVE 0                 TO WS-LD-ORIGEN
               COMPUTE WS-MONTO-NETO =
                   HV-MONTO-PGQR - HV-COMISION-PGQR
               ADD 1 TO WS-CANT-PAGOS-COM
               ADD HV-MONTO-PGQR TO WS-BRUTO-COM
           END-IF.
           ADD HV-COMISION-PGQR TO WS-COMISION-COM.
           ADD WS-MONTO-NETO    TO WS-NETO-COM.
           MOVE WS-MONTO-NETO   TO WS-LD-NETO.
           WRITE REG-LIQUIDACION FROM WS-LINEA-DETALLE.
           ADD 1 TO WS-CONT-FILAS.

       2200-CABECERA-COMERCIO.
           MOVE HV-COMERCIO-PGQR TO WS-COMERCIO-ANTERIOR.
           MOVE HV-COMERCIO-PGQR TO WS-LC-CODIGO.
           MOVE HV-RAZON-COME    TO WS-LC-RAZON.
           MOVE HV-CUENTA-COME   TO WS-LC-CUENTA.
           MOVE WS-FECHA-PROCESO TO WS-LC-FECHA.
           WRITE REG-LIQUIDACION FROM WS-LINEA-CABECERA.
           MOVE 0 TO WS-CANT-PAGOS-COM WS-CANT-DEVOL-COM.
           MOVE 0 TO WS-BRUTO-COM WS-DEVUELTO-COM.
           MOVE 0 TO WS-COMISION-COM WS-NETO-COM.
           ADD 1 TO WS-CONT-COMERCIOS.

       2300-TOTAL-COMERCIO.
           MOVE WS-CANT-PAGOS-COM TO WS-LT-CANT-PAGOS.
           MOVE WS-BRUTO-COM      TO WS-LT-BRUTO.
           MOVE WS-CANT-DEVOL-COM TO WS-LT-CANT-DEVOL.
           MOVE WS-DEVUELTO-COM   TO WS-LT-DEVUELTO.
           MOVE WS-COMISION-COM   TO WS-LT-COMISION.
           MOVE WS-NETO-COM       TO WS-LT-NETO.
           WRITE REG-LIQUIDACION FROM WS-LINEA-TOTAL.
           ADD WS-NETO-COM TO WS-TOTAL-NETO.

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

       7100-ABRIR-CURSOR-PAGOS.
           EXEC SQL DECLARE CUR-PAGOS-QR CURSOR FOR
               SELECT P.CODIGO_COMERCIO, C.RAZON_SOCIAL,
                      C.CUENTA_NUM, P.ID_PAGO_QR, P.TIPO,
                      P.ID_PAGO_ORIGEN, P.USUARIO, P.MONTO,
                      P.COMISION
               FROM IBMUSER.PAGOS_QR P, IBMUSER.COMERCIOS C
               WHERE C.CODIGO_COMERCIO = P.CODIGO_COMERCIO
                 AND P.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
               ORDER BY P.CODIGO_COMERCIO, P.ID_PAGO_QR
           END-EXEC.
           EXEC SQL OPEN CUR-PAGOS-QR END-EXEC.

       7200-FETCH-PAGO.
           EXEC SQL FETCH CUR-PAGOS-QR
               INTO :HV-COMERCIO-PGQR, :HV-RAZON-COME,
                    :HV-CUENTA-COME, :HV-ID-PGQR, :HV-TIPO-PGQR,
                    :HV-ID-ORIGEN-PGQR, :HV-USUARIO-PGQR,
                    :HV-MONTO-PGQR, :HV-COMISION-PGQR
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE LIQUIDACION-QR.
           MOVE WS-CONT-FILAS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CONT-FILAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKQL - PAGOS/DEVOLUCIONES: ' WS-CANT-EDIT.
           MOVE WS-CONT-COMERCIOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKQL - COMERCIOS         : ' WS-CANT-EDIT.
           MOVE WS-TOTAL-NETO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKQL - NETO DEL DIA      : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKQL - LIQUIDACION DIARIA DE PAGOS QR - FIN'.

       COPY CPYEJBP.
