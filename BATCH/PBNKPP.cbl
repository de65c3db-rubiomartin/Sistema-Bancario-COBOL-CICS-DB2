       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKPP.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKPP                                 **
      ** TITULO ...........: CARGA DE CHEQUES EMITIDOS (PAGO        **
      **                     POSITIVO)                              **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Lee DD PPEMI, el archivo diario de cheques emitidos que  **
      **   mandan las empresas (ver REG-CHEQUE-EMITIDO): cuenta,    **
      **   numero, monto, fecha de emision, beneficiario y accion   **
      **   ('E' emision, 'A' anulacion).                            **
      ** - Prevalidacion del libro de control (CPYARCP) antes de    **
      **   cargar nada, igual que PBNKCP: duplicado o descuadre     **
      **   contra el TRL corta con RETURN-CODE 16.                  **
      ** - Solo cuentas de empresa (con firmante vigente en         **
      **   IBMUSER.FIRMANTES). La primera vez que una cuenta        **
      **   aparece queda adherida en PAGO_POSITIVO_CUENTAS; desde   **
      **   ahi PBNKCP controla cada cheque presentado contra        **
      **   PAGO_POSITIVO_EMITIDOS.                                  **
      ** - Un cheque ya pagado ('P') no se pisa: la linea se        **
      **   rechaza por DISPLAY. Un reenvio del mismo cheque         **
      **   reemplaza los datos anteriores.                          **
      ** - COMMIT por registro; la carga es idempotente, relanzar   **
      **   es seguro.                                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EMITIDOS ASSIGN TO PPEMI
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMITIDOS
           RECORDING MODE IS F.
       01  REG-CHEQUE-EMITIDO.
           05 ENT-CUENTA                PIC X(10).
           05 ENT-NRO-CHEQUE            PIC 9(08).
           05 ENT-MONTO                 PIC 9(09)V99.
      * AAAA-MM-DD
           05 ENT-FECHA-EMISION         PIC X(10).
           05 ENT-BENEFICIARIO          PIC X(30).
      * 'E' = emision (blanco tambien), 'A' = anulacion.
           05 ENT-ACCION                PIC X(01).
           05 FILLER                    PIC X(10).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPPEM END-EXEC.
           EXEC SQL INCLUDE DCLPPCT END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONTADOR-LEIDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CARGADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ANULADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RECHAZADOS PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-FIRMANTES      PIC S9(9) COMP VALUE 0.
           05 WS-MOTIVO-RECHAZO      PIC X(30) VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
           05 SW-ERRORES             PIC X(01) VALUE 'N'.
              88 HAY-ERROR-VALIDACION          VALUE 'S'.
              88 NO-HAY-ERRORES                VALUE 'N'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKPP'.

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
           DISPLAY 'PBNKPP - CARGA DE CHEQUES EMITIDOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           OPEN INPUT ARCHIVO-EMITIDOS.

      * Prevalidacion del libro de control (CPYARCP): cabecera,
      * secuencia y totales contra el TRL, ANTES de cargar nada.
           MOVE 'PPEMI' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKPP - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-EMITIDOS
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKCP: acumula cantidad y total de los registros    *
      * de detalle, valida HDR/TRL y reabre el archivo.                *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-CHEQUE-EMITIDO TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-REGISTRO-ENTRADA
                   IF NOT FIN-ARCHIVO
                       MOVE REG-CHEQUE-EMITIDO TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ENT-MONTO IS NUMERIC
                               ADD ENT-MONTO TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-EMITIDOS.
           OPEN INPUT ARCHIVO-EMITIDOS.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - CARGA DEL ARCHIVO DE EMITIDOS                           *
      *================================================================*
       2000-PROCESAR-ARCHIVO.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-CHEQUE-EMITIDO(1:3) NOT = 'HDR'
                   AND REG-CHEQUE-EMITIDO(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 2100-PROCESAR-EMITIDO
               END-IF
               PERFORM 7100-LEER-REGISTRO-ENTRADA
           END-PERFORM.

       2100-PROCESAR-EMITIDO.
           PERFORM 2200-VALIDAR-EMITIDO.
           IF NO-HAY-ERRORES
               PERFORM 2300-GRABAR-EMITIDO
           END-IF.
           IF NO-HAY-ERRORES
               EXEC SQL COMMIT END-EXEC
               IF ENT-ACCION = 'A'
                   ADD 1 TO WS-CONTADOR-ANULADOS
               ELSE
                   ADD 1 TO WS-CONTADOR-CARGADOS
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               DISPLAY 'PBNKPP - RECHAZADO CUENTA ' ENT-CUENTA
                   ' CHEQUE ' ENT-NRO-CHEQUE ': ' WS-MOTIVO-RECHAZO
               MOVE 4 TO RETURN-CODE
           END-IF.

       2200-VALIDAR-EMITIDO.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF ENT-ACCION = SPACE
               MOVE 'E' TO ENT-ACCION
           END-IF.
           EVALUATE TRUE
               WHEN ENT-NRO-CHEQUE IS NOT NUMERIC
                       OR ENT-MONTO IS NOT NUMERIC
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'REGISTRO INVALIDO' TO WS-MOTIVO-RECHAZO

               WHEN ENT-ACCION NOT = 'E' AND ENT-ACCION NOT = 'A'
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'ACCION INVALIDA' TO WS-MOTIVO-RECHAZO

               WHEN OTHER
                   PERFORM 7200-CONTAR-FIRMANTES
                   IF SQLCODE NOT = 0 OR WS-CANT-FIRMANTES = 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'NO ES CUENTA DE EMPRESA'
                         TO WS-MOTIVO-RECHAZO
                   ELSE
                       PERFORM 7250-VALIDAR-FECHA-EMISION
                       IF SQLCODE NOT = 0
                           SET HAY-ERROR-VALIDACION TO TRUE
                           MOVE 'FECHA DE EMISION INVALIDA'
                             TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
           END-EVALUATE.

      * Alta o reemplazo del emitido y adhesion de la cuenta en la
      * misma unidad de trabajo.
       2300-GRABAR-EMITIDO.
           MOVE ENT-CUENTA       TO HV-CUENTA-PPEM.
           MOVE ENT-NRO-CHEQUE   TO HV-NRO-PPEM.
           MOVE ENT-MONTO        TO HV-MONTO-PPEM.
           MOVE ENT-BENEFICIARIO TO HV-BENEF-PPEM.
           MOVE ENT-ACCION       TO HV-ESTADO-PPEM.
           PERFORM 7300-LEER-EMITIDO.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM 7400-INSERTAR-EMITIDO

               WHEN SQLCODE NOT = 0
                   CONTINUE

               WHEN HV-ESTADO-PPEM = 'P'
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'CHEQUE YA PAGADO' TO WS-MOTIVO-RECHAZO

               WHEN OTHER
                   MOVE ENT-ACCION TO HV-ESTADO-PPEM
                   PERFORM 7500-ACTUALIZAR-EMITIDO
           END-EVALUATE.
           IF NO-HAY-ERRORES AND SQLCODE = 0
               PERFORM 7600-ADHERIR-CUENTA
           END-IF.
           IF NO-HAY-ERRORES AND SQLCODE NOT = 0
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'ERROR DB2 AL GRABAR' TO WS-MOTIVO-RECHAZO
               DISPLAY 'PBNKPP - SQLCODE ' SQLCODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
       7100-LEER-REGISTRO-ENTRADA.
           READ ARCHIVO-EMITIDOS
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7200-CONTAR-FIRMANTES.
           MOVE 0 TO WS-CANT-FIRMANTES.
           MOVE ENT-CUENTA TO HV-CUENTA-PPEM.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-FIRMANTES
               FROM IBMUSER.FIRMANTES
               WHERE CUENTA_NUM = :HV-CUENTA-PPEM
                 AND ESTADO = 'A'
           END-EXEC.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada.
       7250-VALIDAR-FECHA-EMISION.
           MOVE ENT-FECHA-EMISION TO HV-FECHA-EMI-PPEM.
           EXEC SQL SELECT CHAR(DATE(:HV-FECHA-EMI-PPEM), ISO)
               INTO :HV-FECHA-EMI-PPEM
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7300-LEER-EMITIDO.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO-PPEM
               FROM IBMUSER.PAGO_POSITIVO_EMITIDOS
               WHERE CUENTA_NUM = :HV-CUENTA-PPEM
                 AND NRO_CHEQUE = :HV-NRO-PPEM
           END-EXEC.

       7400-INSERTAR-EMITIDO.
           EXEC SQL INSERT INTO IBMUSER.PAGO_POSITIVO_EMITIDOS
               (CUENTA_NUM, NRO_CHEQUE, MONTO, FECHA_EMISION,
                BENEFICIARIO, ESTADO, FECHA_CARGA)
               VALUES (:HV-CUENTA-PPEM, :HV-NRO-PPEM, :HV-MONTO-PPEM,
                DATE(:HV-FECHA-EMI-PPEM), :HV-BENEF-PPEM,
                :HV-ESTADO-PPEM, CURRENT TIMESTAMP)
           END-EXEC.

       7500-ACTUALIZAR-EMITIDO.
           EXEC SQL UPDATE IBMUSER.PAGO_POSITIVO_EMITIDOS
               SET MONTO         = :HV-MONTO-PPEM,
                   FECHA_EMISION = DATE(:HV-FECHA-EMI-PPEM),
                   BENEFICIARIO  = :HV-BENEF-PPEM,
                   ESTADO        = :HV-ESTADO-PPEM,
                   FECHA_CARGA   = CURRENT TIMESTAMP
               WHERE CUENTA_NUM = :HV-CUENTA-PPEM
                 AND NRO_CHEQUE = :HV-NRO-PPEM
                 AND ESTADO <> 'P'
           END-EXEC.

      * Solo la primera vez: una cuenta dada de baja por operaciones
      * ('B') no se vuelve a adherir sola. Sin fila nueva (SQLCODE
      * 100) no es error.
       7600-ADHERIR-CUENTA.
           MOVE ENT-CUENTA TO HV-CUENTA-PPCT.
           EXEC SQL INSERT INTO IBMUSER.PAGO_POSITIVO_CUENTAS
               (CUENTA_NUM, ESTADO, FECHA_ALTA)
               SELECT :HV-CUENTA-PPCT, 'A', CURRENT TIMESTAMP
               FROM SYSIBM.SYSDUMMY1
               WHERE NOT EXISTS
                   (SELECT 1 FROM IBMUSER.PAGO_POSITIVO_CUENTAS
                    WHERE CUENTA_NUM = :HV-CUENTA-PPCT)
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC =
               WS-CONTADOR-CARGADOS + WS-CONTADOR-ANULADOS.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-EMITIDOS.
      * Foto del archivo en el libro de control ('P').
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           DISPLAY 'PBNKPP - REGISTROS LEIDOS   : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'PBNKPP - EMITIDOS CARGADOS  : '
               WS-CONTADOR-CARGADOS.
           DISPLAY 'PBNKPP - ANULACIONES        : '
               WS-CONTADOR-ANULADOS.
           DISPLAY 'PBNKPP - RECHAZADOS         : '
               WS-CONTADOR-RECHAZADOS.
           DISPLAY 'PBNKPP - CARGA DE CHEQUES EMITIDOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
