       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSV                                 **
      ** TITULO ...........: VENCIMIENTO DE SOLICITUDES DE PAGO     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Barrido nocturno de IBMUSER.SOLICITUDES_PAGO (ver        **
      **   DDL/SOLICITUDES_PAGO.sql): toda solicitud pendiente      **
      **   ('P') o aceptada sin pagar ('A') cuya                    **
      **   FECHA_VENCIMIENTO es anterior a la fecha de negocio      **
      **   queda vencida ('V') con FECHA_RESPUESTA.                 **
      ** - Cada vencida deja un aviso 'Q' en el buzon del           **
      **   solicitante (SOURCE/PBNKIB.cbl), con ESTADO 'C' para     **
      **   que el despachador PBNKND no lo envie al gateway.        **
      ** - El UPDATE va guardado por el estado leido: una           **
      **   solicitud que el cliente respondio o pago mientras       **
      **   corria el barrido no se toca.                            **
      ** - COMMIT por solicitud, igual que PBNKES.                  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLSOLP END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
           05 WS-CANT-LEIDAS        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-VENCIDAS      PIC S9(9) COMP VALUE 0.
           05 WS-CANT-OMITIDAS      PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.
           05 WS-ID-EDIT            PIC Z(8)9.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSV'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-VENCER-SOLICITUDES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSV - VENCIMIENTO DE SOLICITUDES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKSV - FECHA DE PROCESO: ' WS-FECHA-PROCESO.

      *================================================================*
      * 3000 - RECORRIDA DE SOLICITUDES VENCIDAS                       *
      *================================================================*
       3000-VENCER-SOLICITUDES.
           EXEC SQL DECLARE CUR-SOL-VENC CURSOR WITH HOLD FOR
               SELECT ID_SOLICITUD, SOLICITANTE, PAGADOR, MONTO,
                      ESTADO
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE ESTADO IN ('P', 'A')
                 AND FECHA_VENCIMIENTO < DATE(:WS-FECHA-PROCESO)
               ORDER BY ID_SOLICITUD
           END-EXEC.
           EXEC SQL OPEN CUR-SOL-VENC END-EXEC.
           PERFORM 7100-FETCH-SOLICITUD.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CANT-LEIDAS
               PERFORM 3100-VENCER-SOLICITUD
               PERFORM 7100-FETCH-SOLICITUD
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKSV - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-SOL-VENC END-EXEC.

       3100-VENCER-SOLICITUD.
           PERFORM 7200-MARCAR-VENCIDA.
           IF SQLCODE = 100
               ADD 1 TO WS-CANT-OMITIDAS
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   PERFORM 7300-AVISAR-SOLICITANTE
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO WS-CANT-VENCIDAS
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE HV-ID-SOLP TO WS-ID-EDIT
               DISPLAY 'PBNKSV - ERROR SQLCODE ' SQLCODE
                   ' SOLICITUD ' WS-ID-EDIT
               MOVE 8 TO RETURN-CODE
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

       7100-FETCH-SOLICITUD.
           EXEC SQL FETCH CUR-SOL-VENC
               INTO :HV-ID-SOLP, :HV-SOLICITANTE-SOLP,
                    :HV-PAGADOR-SOLP, :HV-MONTO-SOLP, :HV-ESTADO-SOLP
           END-EXEC.

      * Guardado por el estado leido (ver encabezado).
       7200-MARCAR-VENCIDA.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PAGO
               SET ESTADO = 'V',
                   FECHA_RESPUESTA = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-SOLP
                 AND ESTADO = :HV-ESTADO-SOLP
           END-EXEC.

       7300-AVISAR-SOLICITANTE.
           MOVE HV-ID-SOLP TO WS-ID-EDIT.
           MOVE SPACES TO HV-TEXTO-NOTI.
           STRING 'SOLICITUD ' WS-ID-EDIT ' VENCIDA'
               DELIMITED BY SIZE INTO HV-TEXTO-NOTI.
           MOVE HV-PAGADOR-SOLP     TO HV-ORIGEN-NOTI.
           MOVE HV-SOLICITANTE-SOLP TO HV-DESTINO-NOTI.
           MOVE HV-MONTO-SOLP       TO HV-MONTO-NOTI.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, LEIDA, TEXTO)
               VALUES (:HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                :HV-MONTO-NOTI, CURRENT TIMESTAMP, 'C', 'Q', 'N',
                :HV-TEXTO-NOTI)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-VENCIDAS TO WS-EJEC-PROC.
           MOVE WS-CANT-OMITIDAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CANT-LEIDAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSV - SOLICITUDES LEIDAS   : ' WS-CANT-EDIT.
           MOVE WS-CANT-VENCIDAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSV - SOLICITUDES VENCIDAS : ' WS-CANT-EDIT.
           MOVE WS-CANT-OMITIDAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSV - YA RESPONDIDAS       : ' WS-CANT-EDIT.
           DISPLAY 'PBNKSV - VENCIMIENTO DE SOLICITUDES - FIN'.

       COPY CPYEJBP.
