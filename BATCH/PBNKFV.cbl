       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKFV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKFV                                 **
      ** TITULO ...........: CUOTAPARTES Y LIQUIDACION DE FCI       **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Carga el archivo diario de valores de cuotaparte de      **
      **   la sociedad gerente (DD FONVCP, interfaz 'FONVCP'):      **
      **   fondo, fecha AAAA-MM-DD y valor 9(9)V9(6). El pie        **
      **   TRL totaliza los valores truncados a 2 decimales.        **
      ** - Prevalidacion del libro de control como PBNKPP           **
      **   (COPYS/CPYARCP.cbl): un archivo con cabecera,            **
      **   secuencia o totales que no cierran se rechaza            **
      **   entero con RC 16 y no se liquida nada.                   **
      ** - Cada valor se graba o reemplaza en                       **
      **   IBMUSER.VALORES_CUOTAPARTE; un fondo que no esta en      **
      **   FONDOS_INVERSION se saltea con aviso (RC 4).             **
      ** - Despues liquida toda orden 'E' de ORDENES_FONDOS         **
      **   cuyo valor de FECHA_NAV ya esta cargado (las de          **
      **   dias anteriores sin valor quedan para la corrida         **
      **   siguiente), una unidad de trabajo por orden:             **
      **   . Suscripcion: debito '&' del MONTO con bloqueo          **
      **     optimista y CUOTAPARTES = MONTO / VCP (6               **
      **     decimales, redondeado) a TENENCIAS_FONDOS. Sin         **
      **     saldo la orden queda 'X'.                              **
      **   . Rescate: baja de las CUOTAPARTES (toda la tenencia     **
      **     si es RESCATE_TOTAL) y credito '+' de                  **
      **     CUOTAPARTES * VCP redondeado a 2 decimales. Sin        **
      **     tenencia suficiente la orden queda 'X'.                **
      **   La orden pasa a 'L' con el VCP, las cuotapartes, el      **
      **   monto y el ID_MOV del movimiento.                        **
      ** - El debito '&' y el credito '+' pagan el impuesto a       **
      **   los debitos y creditos (COPYS/CPYIDCP.cbl) en la         **
      **   unidad de trabajo de la orden.                           **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VALORES ASSIGN TO FONVCP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VALORES
           RECORDING MODE IS F.
       01  REG-VALOR-CUOTAPARTE.
           05 ENT-FONDO                 PIC X(08).
      * AAAA-MM-DD
           05 ENT-FECHA                 PIC X(10).
           05 ENT-VALOR                 PIC 9(09)V9(06).
           05 FILLER                    PIC X(47).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLFOND END-EXEC.
           EXEC SQL INCLUDE DCLVCPT END-EXEC.
           EXEC SQL INCLUDE DCLORFO END-EXEC.
           EXEC SQL INCLUDE DCLTENF END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-CUOTAS-LIQ          PIC S9(11)V9(6) COMP-3 VALUE 0.
           05 WS-MONTO-LIQ           PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV-LIQ          PIC S9(9) COMP VALUE 0.
      * Ultima orden tratada: desde ahi se reabre CUR-ORDENES-LIQ.
           05 WS-ID-ORDEN-DESDE      PIC S9(9) COMP VALUE 0.
           05 WS-MOTIVO-RECHAZO      PIC X(30) VALUE SPACES.
           05 WS-CONTADOR-LEIDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CARGADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-SALTEADOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SUSCRIPCIONES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RESCATES       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RECHAZADAS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DIFERIDAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
           05 SW-ERRORES             PIC X(01) VALUE 'N'.
              88 HAY-ERROR-VALIDACION          VALUE 'S'.
              88 NO-HAY-ERRORES                VALUE 'N'.
           05 SW-REABRIR-CURSOR      PIC X(01) VALUE 'N'.
              88 REABRIR-CURSOR                VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKFV'.
           03  WC-CONCEPTO-SUSC      PIC X(16)
               VALUE 'SUSCRIPCION FCI '.
           03  WC-CONCEPTO-RESC      PIC X(16)
               VALUE 'RESCATE FCI     '.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-VALORES.
           PERFORM 3000-LIQUIDAR-ORDENES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKFV - CUOTAPARTES Y LIQUIDACION FCI - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKFV - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           OPEN INPUT ARCHIVO-VALORES.

      * Prevalidacion del libro de control (CPYARCP): cabecera,
      * secuencia y totales contra el TRL, ANTES de cargar nada.
           MOVE 'FONVCP' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKFV - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-VALORES
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKPP: acumula cantidad y total de los registros    *
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
               MOVE REG-VALOR-CUOTAPARTE TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-REGISTRO-ENTRADA
                   IF NOT FIN-ARCHIVO
                       MOVE REG-VALOR-CUOTAPARTE TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ENT-VALOR IS NUMERIC
                               ADD ENT-VALOR TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-VALORES.
           OPEN INPUT ARCHIVO-VALORES.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - CARGA DE LOS VALORES DE CUOTAPARTE                      *
      *================================================================*
       2000-CARGAR-VALORES.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-VALOR-CUOTAPARTE(1:3) NOT = 'HDR'
                   AND REG-VALOR-CUOTAPARTE(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 2100-CARGAR-VALOR
               END-IF
               PERFORM 7100-LEER-REGISTRO-ENTRADA
           END-PERFORM.

       2100-CARGAR-VALOR.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF ENT-VALOR IS NOT NUMERIC OR ENT-VALOR = 0
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'VALOR DE CUOTAPARTE INVALIDO' TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 7150-LEER-FONDO
               IF SQLCODE NOT = 0
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'FONDO NO REGISTRADO' TO WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 7200-GRABAR-VALOR
                   IF SQLCODE NOT = 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'FECHA INVALIDA O ERROR DB2'
                         TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-CARGADOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-SALTEADOS
               DISPLAY 'PBNKFV - SALTEADO FONDO ' ENT-FONDO
                   ' FECHA ' ENT-FECHA ': ' WS-MOTIVO-RECHAZO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 3000 - LIQUIDACION DE LAS ORDENES ENVIADAS CON VCP CONOCIDO    *
      * El ROLLBACK de una orden rechazada o diferida cierra el        *
      * cursor aun WITH HOLD: se reabre a continuacion de esa orden.   *
      *================================================================*
       3000-LIQUIDAR-ORDENES.
           PERFORM 7500-ABRIR-CURSOR-ORDENES.
           PERFORM 7550-FETCH-ORDEN.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE 'N' TO SW-REABRIR-CURSOR
               PERFORM 3100-LIQUIDAR-ORDEN
               IF REABRIR-CURSOR
                   MOVE HV-ID-ORFO TO WS-ID-ORDEN-DESDE
                   PERFORM 7500-ABRIR-CURSOR-ORDENES
               END-IF
               PERFORM 7550-FETCH-ORDEN
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKFV - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-ORDENES-LIQ END-EXEC.

       3100-LIQUIDAR-ORDEN.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0 TO WS-ID-MOV-LIQ.
           IF HV-TIPO-ORFO = 'S'
               PERFORM 3200-LIQUIDAR-SUSCRIPCION
           ELSE
               PERFORM 3300-LIQUIDAR-RESCATE
           END-IF.
           EVALUATE TRUE
               WHEN HAY-ERROR-VALIDACION
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'S' TO SW-REABRIR-CURSOR
                   PERFORM 7900-RECHAZAR-ORDEN
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-CONT-RECHAZADAS
                       DISPLAY 'PBNKFV - ORDEN ' HV-ID-ORFO
                           ' RECHAZADA: ' WS-MOTIVO-RECHAZO
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'S' TO SW-REABRIR-CURSOR
                       DISPLAY 'PBNKFV - ERROR RECHAZANDO ORDEN '
                           HV-ID-ORFO ' SQLCODE ' SQLCODE
                       MOVE 8 TO RETURN-CODE
                   END-IF

               WHEN SQLCODE = 0
                   PERFORM 7800-MARCAR-LIQUIDADA
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       IF HV-TIPO-ORFO = 'S'
                           ADD 1 TO WS-CONT-SUSCRIPCIONES
                       ELSE
                           ADD 1 TO WS-CONT-RESCATES
                       END-IF
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'S' TO SW-REABRIR-CURSOR
                       DISPLAY 'PBNKFV - ERROR LIQUIDANDO ORDEN '
                           HV-ID-ORFO ' SQLCODE ' SQLCODE
                       MOVE 8 TO RETURN-CODE
                   END-IF

      * Saldo tocado por otra sesion entre la lectura y el UPDATE
      * (SQLCODE 100 del bloqueo optimista): la orden sigue 'E' y
      * se liquida en la corrida siguiente.
               WHEN SQLCODE = 100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'S' TO SW-REABRIR-CURSOR
                   ADD 1 TO WS-CONT-DIFERIDAS
                   DISPLAY 'PBNKFV - ORDEN ' HV-ID-ORFO
                       ' DIFERIDA: SALDO MODIFICADO'
                   MOVE 4 TO RETURN-CODE

               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'S' TO SW-REABRIR-CURSOR
                   DISPLAY 'PBNKFV - ERROR LIQUIDANDO ORDEN '
                       HV-ID-ORFO ' SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      * El FETCH siguiente no debe ver el SQLCODE de esta orden.
           MOVE 0 TO SQLCODE.

      * Debito al cliente y alta de cuotapartes.
       3200-LIQUIDAR-SUSCRIPCION.
           MOVE HV-MONTO-ORFO TO WS-MONTO-LIQ.
           COMPUTE WS-CUOTAS-LIQ ROUNDED =
               HV-MONTO-ORFO / HV-VALOR-ORFO.
           PERFORM 7300-LEER-SALDO-CUENTA.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO-RECHAZO
               WHEN SQLCODE NOT = 0
                   CONTINUE
               WHEN WS-SALDO-ACTUAL < WS-MONTO-LIQ
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   SUBTRACT WS-MONTO-LIQ FROM WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 7400-ACTUALIZAR-SALDO-CUENTA
                   IF SQLCODE = 0
                       MOVE '&' TO HV-TIPO-OPER
                       MOVE WC-CONCEPTO-SUSC TO HV-CONCEPTO
                       PERFORM 7450-INSERTAR-MOVIMIENTO
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 3400-COBRAR-IMP-DEBCRED
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7600-SUMAR-TENENCIA
                   END-IF
           END-EVALUATE.

      * Baja de cuotapartes y credito al cliente.
       3300-LIQUIDAR-RESCATE.
           PERFORM 7650-LEER-TENENCIA.
           IF HV-RESC-TOT-ORFO = 'S'
               MOVE HV-CUOTAS-TENF TO WS-CUOTAS-LIQ
           ELSE
               MOVE HV-CUOTAS-ORFO TO WS-CUOTAS-LIQ
           END-IF.
           IF WS-CUOTAS-LIQ NOT > 0
               OR HV-CUOTAS-TENF < WS-CUOTAS-LIQ
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'CUOTAPARTES INSUFICIENTES' TO WS-MOTIVO-RECHAZO
           ELSE
               COMPUTE WS-MONTO-LIQ ROUNDED =
                   WS-CUOTAS-LIQ * HV-VALOR-ORFO
               PERFORM 7700-RESTAR-TENENCIA
               IF SQLCODE = 0
                   PERFORM 7300-LEER-SALDO-CUENTA
               END-IF
               IF SQLCODE = 0
                   ADD WS-MONTO-LIQ TO WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 7400-ACTUALIZAR-SALDO-CUENTA
               END-IF
               IF SQLCODE = 0
                   MOVE '+' TO HV-TIPO-OPER
                   MOVE WC-CONCEPTO-RESC TO HV-CONCEPTO
                   PERFORM 7450-INSERTAR-MOVIMIENTO
               END-IF
               IF SQLCODE = 0
                   PERFORM 3400-COBRAR-IMP-DEBCRED
               END-IF
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito '&' o el
      * credito '+' (COPYS/CPYIDCP.cbl), en la misma unidad de
      * trabajo que la orden.
       3400-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-ORFO    TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-ORFO    TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-ORFO     TO WS-IDC-CUENTA.
           MOVE WS-MONTO-LIQ       TO WS-IDC-MONTO.
           IF HV-TIPO-ORFO = 'S'
               MOVE 'S' TO WS-IDC-ES-DEBITO
           ELSE
               MOVE 'N' TO WS-IDC-ES-DEBITO
           END-IF.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE SPACES             TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
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

       7100-LEER-REGISTRO-ENTRADA.
           READ ARCHIVO-VALORES
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7150-LEER-FONDO.
           MOVE ENT-FONDO TO HV-CODIGO-FON.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO-FON
               FROM IBMUSER.FONDOS_INVERSION
               WHERE CODIGO_FONDO = :HV-CODIGO-FON
           END-EXEC.

      * Un valor ya cargado para el fondo y la fecha (correccion de
      * la sociedad gerente) se reemplaza. DB2 rechaza (SQLCODE
      * negativo) una fecha mal formada.
       7200-GRABAR-VALOR.
           MOVE ENT-FONDO TO HV-CODIGO-VCP.
           MOVE ENT-FECHA TO HV-FECHA-VCP.
           MOVE ENT-VALOR TO HV-VALOR-VCP.
           EXEC SQL UPDATE IBMUSER.VALORES_CUOTAPARTE
               SET VALOR_CUOTAPARTE = :HV-VALOR-VCP,
                   FECHA_CARGA = CURRENT TIMESTAMP
               WHERE CODIGO_FONDO = :HV-CODIGO-VCP
                 AND FECHA = DATE(:HV-FECHA-VCP)
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.VALORES_CUOTAPARTE
                   (CODIGO_FONDO, FECHA, VALOR_CUOTAPARTE,
                    FECHA_CARGA)
                   VALUES (:HV-CODIGO-VCP, DATE(:HV-FECHA-VCP),
                    :HV-VALOR-VCP, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

       7300-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-ORFO TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7400-ACTUALIZAR-SALDO-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

      * El fondo viaja en USUARIO_REL y al final del concepto.
       7450-INSERTAR-MOVIMIENTO.
           MOVE HV-CODIGO-ORFO     TO HV-CONCEPTO(17:8).
           MOVE WS-MONTO-LIQ       TO HV-MONTO.
           MOVE HV-USUARIO-ORFO    TO HV-USUARIO-MOV.
           MOVE HV-CODIGO-ORFO     TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-CUENTA-ORFO     TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-VALOR.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-LIQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Ordenes enviadas con el valor de su FECHA_NAV ya cargado;
      * WITH HOLD porque se confirma orden por orden.
       7500-ABRIR-CURSOR-ORDENES.
           EXEC SQL DECLARE CUR-ORDENES-LIQ CURSOR WITH HOLD FOR
               SELECT O.ID_ORDEN, O.USUARIO, O.CODIGO_FONDO,
                      O.CUENTA_NUM, O.TIPO, O.RESCATE_TOTAL,
                      O.MONTO, O.CUOTAPARTES, V.VALOR_CUOTAPARTE
               FROM IBMUSER.ORDENES_FONDOS O,
                    IBMUSER.VALORES_CUOTAPARTE V
               WHERE O.ESTADO = 'E'
                 AND O.ID_ORDEN > :WS-ID-ORDEN-DESDE
                 AND V.CODIGO_FONDO = O.CODIGO_FONDO
                 AND V.FECHA = O.FECHA_NAV
               ORDER BY O.ID_ORDEN
           END-EXEC.
           EXEC SQL OPEN CUR-ORDENES-LIQ END-EXEC.

       7550-FETCH-ORDEN.
           EXEC SQL FETCH CUR-ORDENES-LIQ
               INTO :HV-ID-ORFO, :HV-USUARIO-ORFO, :HV-CODIGO-ORFO,
                    :HV-CUENTA-ORFO, :HV-TIPO-ORFO,
                    :HV-RESC-TOT-ORFO, :HV-MONTO-ORFO,
                    :HV-CUOTAS-ORFO, :HV-VALOR-ORFO
           END-EXEC.

       7600-SUMAR-TENENCIA.
           MOVE HV-USUARIO-ORFO TO HV-USUARIO-TENF.
           MOVE HV-CODIGO-ORFO  TO HV-CODIGO-TENF.
           MOVE WS-CUOTAS-LIQ   TO HV-CUOTAS-TENF.
           EXEC SQL UPDATE IBMUSER.TENENCIAS_FONDOS
               SET CUOTAPARTES = CUOTAPARTES + :HV-CUOTAS-TENF,
                   FECHA_ULT_MOV = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-TENF
                 AND CODIGO_FONDO = :HV-CODIGO-TENF
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.TENENCIAS_FONDOS
                   (USUARIO, CODIGO_FONDO, CUOTAPARTES, FECHA_ULT_MOV)
                   VALUES (:HV-USUARIO-TENF, :HV-CODIGO-TENF,
                    :HV-CUOTAS-TENF, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

       7650-LEER-TENENCIA.
           MOVE HV-USUARIO-ORFO TO HV-USUARIO-TENF.
           MOVE HV-CODIGO-ORFO  TO HV-CODIGO-TENF.
           EXEC SQL SELECT CUOTAPARTES INTO :HV-CUOTAS-TENF
               FROM IBMUSER.TENENCIAS_FONDOS
               WHERE USUARIO = :HV-USUARIO-TENF
                 AND CODIGO_FONDO = :HV-CODIGO-TENF
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO HV-CUOTAS-TENF
           END-IF.
           MOVE 0 TO SQLCODE.

       7700-RESTAR-TENENCIA.
           MOVE WS-CUOTAS-LIQ TO HV-CUOTAS-TENF.
           EXEC SQL UPDATE IBMUSER.TENENCIAS_FONDOS
               SET CUOTAPARTES = CUOTAPARTES - :HV-CUOTAS-TENF,
                   FECHA_ULT_MOV = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-TENF
                 AND CODIGO_FONDO = :HV-CODIGO-TENF
                 AND CUOTAPARTES >= :HV-CUOTAS-TENF
           END-EXEC.

       7800-MARCAR-LIQUIDADA.
           MOVE WS-CUOTAS-LIQ TO HV-CUOTAS-ORFO.
           MOVE WS-MONTO-LIQ  TO HV-MONTO-ORFO.
           MOVE WS-ID-MOV-LIQ TO HV-ID-MOV-ORFO.
           EXEC SQL UPDATE IBMUSER.ORDENES_FONDOS
               SET ESTADO = 'L',
                   CUOTAPARTES = :HV-CUOTAS-ORFO,
                   MONTO = :HV-MONTO-ORFO,
                   VALOR_CUOTAPARTE = :HV-VALOR-ORFO,
                   ID_MOV = :HV-ID-MOV-ORFO,
                   FECHA_LIQUIDACION = CURRENT TIMESTAMP
               WHERE ID_ORDEN = :HV-ID-ORFO
                 AND ESTADO = 'E'
           END-EXEC.

       7900-RECHAZAR-ORDEN.
           MOVE WS-MOTIVO-RECHAZO TO HV-MOTIVO-ORFO.
           EXEC SQL UPDATE IBMUSER.ORDENES_FONDOS
               SET ESTADO = 'X',
                   MOTIVO_RECHAZO = :HV-MOTIVO-ORFO,
                   VALOR_CUOTAPARTE = :HV-VALOR-ORFO,
                   FECHA_LIQUIDACION = CURRENT TIMESTAMP
               WHERE ID_ORDEN = :HV-ID-ORFO
                 AND ESTADO = 'E'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC =
               WS-CONT-SUSCRIPCIONES + WS-CONT-RESCATES.
           COMPUTE WS-EJEC-OMIT =
               WS-CONT-RECHAZADAS + WS-CONT-DIFERIDAS.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-VALORES.
      * Foto del archivo en el libro de control ('P').
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           MOVE WS-CONTADOR-LEIDOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - VALORES LEIDOS    : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-CARGADOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - VALORES CARGADOS  : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-SALTEADOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - VALORES SALTEADOS : ' WS-CANT-EDIT.
           MOVE WS-CONT-SUSCRIPCIONES TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - SUSCRIPCIONES LIQ : ' WS-CANT-EDIT.
           MOVE WS-CONT-RESCATES TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - RESCATES LIQ      : ' WS-CANT-EDIT.
           MOVE WS-CONT-RECHAZADAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - ORDENES RECHAZADAS: ' WS-CANT-EDIT.
           MOVE WS-CONT-DIFERIDAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKFV - ORDENES DIFERIDAS : ' WS-CANT-EDIT.
           DISPLAY 'PBNKFV - CUOTAPARTES Y LIQUIDACION FCI - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYIDCP.
       COPY CPYCHNP.
