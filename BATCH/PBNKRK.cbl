       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRK.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRK                                 **
      ** TITULO ...........: ACUSES DE ROS DE LA UIF                **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Lee DD ROSACK, la respuesta de la UIF a los ROS enviados **
      **   por PBNKUF (ver REG-ACUSE-ROS): numero de reporte,       **
      **   resultado ('A' aceptado, 'X' rechazado), numero de       **
      **   acuse de la UIF y fecha.                                 **
      ** - Prevalidacion del libro de control (CPYARCP) antes de    **
      **   aplicar nada, igual que PBNKPP: duplicado o descuadre    **
      **   contra el TRL corta con RETURN-CODE 16.                  **
      ** - Aceptado: el ROS enviado ('E') pasa a 'A' con su acuse.  **
      ** - Rechazado: el ROS pasa a 'X' y su caso vuelve a la cola  **
      **   de PBNKAC (CASOS_AML 'R' -> 'P', la reserva se mantiene) **
      **   para completar la narrativa y reportar de nuevo.         **
      ** - Un numero desconocido o no enviado se informa y deja     **
      **   RC 4; el resto se aplica igual. COMMIT por registro.     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ACUSES ASSIGN TO ROSACK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ACUSES
           RECORDING MODE IS F.
       01  REG-ACUSE-ROS.
           05 ENT-NRO-REPORTE           PIC X(16).
           05 FILLER                    PIC X(01).
      * 'A' = aceptado, 'X' = rechazado.
           05 ENT-RESULTADO             PIC X(01).
           05 FILLER                    PIC X(01).
           05 ENT-NRO-ACUSE             PIC X(20).
           05 FILLER                    PIC X(01).
      * AAAA-MM-DD; en blanco = fecha de proceso.
           05 ENT-FECHA-ACUSE           PIC X(10).
           05 FILLER                    PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLROS END-EXEC.
           EXEC SQL INCLUDE DCLAML END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONTADOR-LEIDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ACEPTADOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RECHAZOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRONEOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-MOTIVO-RECHAZO      PIC X(30) VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
           05 SW-ERRORES             PIC X(01) VALUE 'N'.
              88 HAY-ERROR-VALIDACION          VALUE 'S'.
              88 NO-HAY-ERRORES                VALUE 'N'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKRK'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-ARCHIVO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRK - ACUSES DE ROS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           OPEN INPUT ARCHIVO-ACUSES.

      * Prevalidacion del libro de control (CPYARCP): cabecera,
      * secuencia y cantidad contra el TRL, ANTES de aplicar nada.
           MOVE 'ROSACK' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKRK - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-ACUSES
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Sin importes: el total de control del TRL viaja en cero.       *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-ACUSE-ROS TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-REGISTRO-ENTRADA
                   IF NOT FIN-ARCHIVO
                       MOVE REG-ACUSE-ROS TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-ACUSES.
           OPEN INPUT ARCHIVO-ACUSES.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - APLICACION DE LOS ACUSES                                *
      *================================================================*
       2000-PROCESAR-ARCHIVO.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-ACUSE-ROS(1:3) NOT = 'HDR'
                   AND REG-ACUSE-ROS(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 2100-PROCESAR-ACUSE
               END-IF
               PERFORM 7100-LEER-REGISTRO-ENTRADA
           END-PERFORM.

       2100-PROCESAR-ACUSE.
           PERFORM 2200-VALIDAR-ACUSE.
           IF NO-HAY-ERRORES
               PERFORM 2300-APLICAR-ACUSE
           END-IF.
           IF NO-HAY-ERRORES
               EXEC SQL COMMIT END-EXEC
               IF ENT-RESULTADO = 'A'
                   ADD 1 TO WS-CONTADOR-ACEPTADOS
               ELSE
                   ADD 1 TO WS-CONTADOR-RECHAZOS
                   DISPLAY 'PBNKRK - ROS RECHAZADO POR LA UIF: '
                       ENT-NRO-REPORTE ' CASO ' HV-ID-CASO-ROS
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRONEOS
               DISPLAY 'PBNKRK - ACUSE NO APLICADO ' ENT-NRO-REPORTE
                   ': ' WS-MOTIVO-RECHAZO
               MOVE 4 TO RETURN-CODE
           END-IF.

       2200-VALIDAR-ACUSE.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN ENT-RESULTADO NOT = 'A' AND ENT-RESULTADO NOT = 'X'
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'RESULTADO INVALIDO' TO WS-MOTIVO-RECHAZO

               WHEN OTHER
                   PERFORM 7200-LEER-REPORTE
                   IF SQLCODE NOT = 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'REPORTE INEXISTENTE'
                         TO WS-MOTIVO-RECHAZO
                   ELSE
                       IF HV-ESTADO-ROS NOT = 'E'
                           SET HAY-ERROR-VALIDACION TO TRUE
                           MOVE 'REPORTE NO ENVIADO O ACUSADO'
                             TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
           END-EVALUATE.
           IF NO-HAY-ERRORES
               IF ENT-FECHA-ACUSE = SPACES
                   EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                       INTO :HV-FECHA-ACU-ROS
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               ELSE
                   PERFORM 7250-VALIDAR-FECHA-ACUSE
                   IF SQLCODE NOT = 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'FECHA DE ACUSE INVALIDA'
                         TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

      * El rechazo devuelve el caso a la cola en la misma unidad de
      * trabajo; la reserva no se toca.
       2300-APLICAR-ACUSE.
           MOVE ENT-RESULTADO TO HV-ESTADO-ROS.
           MOVE ENT-NRO-ACUSE TO HV-ACUSE-ROS.
           PERFORM 7300-ACTUALIZAR-REPORTE.
           IF SQLCODE = 0 AND ENT-RESULTADO = 'X'
               PERFORM 7400-REABRIR-CASO
           END-IF.
           IF SQLCODE NOT = 0
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'ERROR DB2 AL APLICAR' TO WS-MOTIVO-RECHAZO
               DISPLAY 'PBNKRK - SQLCODE ' SQLCODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
       7100-LEER-REGISTRO-ENTRADA.
           READ ARCHIVO-ACUSES
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7200-LEER-REPORTE.
           MOVE ENT-NRO-REPORTE TO HV-NRO-ROS.
           EXEC SQL SELECT ID_REPORTE, ID_CASO, ESTADO
               INTO :HV-ID-ROS, :HV-ID-CASO-ROS, :HV-ESTADO-ROS
               FROM IBMUSER.REPORTES_ROS
               WHERE NRO_REPORTE = :HV-NRO-ROS
           END-EXEC.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada.
       7250-VALIDAR-FECHA-ACUSE.
           MOVE ENT-FECHA-ACUSE TO HV-FECHA-ACU-ROS.
           EXEC SQL SELECT CHAR(DATE(:HV-FECHA-ACU-ROS), ISO)
               INTO :HV-FECHA-ACU-ROS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7300-ACTUALIZAR-REPORTE.
           EXEC SQL UPDATE IBMUSER.REPORTES_ROS
               SET ESTADO      = :HV-ESTADO-ROS,
                   NRO_ACUSE   = :HV-ACUSE-ROS,
                   FECHA_ACUSE = DATE(:HV-FECHA-ACU-ROS)
               WHERE ID_REPORTE = :HV-ID-ROS
                 AND ESTADO = 'E'
           END-EXEC.

       7400-REABRIR-CASO.
           MOVE HV-ID-CASO-ROS TO HV-ID-CASO-AML.
           EXEC SQL UPDATE IBMUSER.CASOS_AML
               SET ESTADO = 'P',
                   RESUELTO_POR = NULL,
                   FECHA_RESOLUCION = NULL
               WHERE ID_CASO = :HV-ID-CASO-AML
                 AND ESTADO = 'R'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC =
               WS-CONTADOR-ACEPTADOS + WS-CONTADOR-RECHAZOS.
           MOVE WS-CONTADOR-ERRONEOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-ACUSES.
      * Foto del archivo en el libro de control ('P').
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           DISPLAY 'PBNKRK - REGISTROS LEIDOS   : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'PBNKRK - ROS ACEPTADOS      : '
               WS-CONTADOR-ACEPTADOS.
           DISPLAY 'PBNKRK - ROS RECHAZADOS     : '
               WS-CONTADOR-RECHAZOS.
           DISPLAY 'PBNKRK - ACUSES NO APLICADOS: '
               WS-CONTADOR-ERRONEOS.
           DISPLAY 'PBNKRK - ACUSES DE ROS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
