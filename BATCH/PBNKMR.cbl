       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKMR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKMR                                 **
      ** TITULO ...........: POSTEO DE LOS MOVIMIENTOS EN MEMO      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Primer job despues del giro de fecha (PBNKFN PF6): toma  **
      **   IBMUSER.MOVIMIENTOS_MEMO en 'P', lo que PBNKX y PBNKT    **
      **   dejaron en memo con el posteo cerrado, en orden de       **
      **   ID_MEMO y lo postea con la NUEVA fecha de negocio. Con   **
      **   el posteo todavia cerrado no hace nada (RETURN-CODE 8).  **
      ** - Deposito 'D': credito en CUENTAS (bloqueo optimista de   **
      **   BATCH/PBNKV.cbl), movimiento 'D', impuesto a los debitos **
      **   y creditos (COPYS/CPYIDCP.cbl) y retencion de            **
      **   disponibilidad por encima de UMBRAL_RETENCION_DEP igual  **
      **   que PBNKX.                                               **
      ** - Deposito y retiro con desglose de efectivo del cajero:   **
      **   DETALLE_EFECTIVO contra el movimiento posteado y la      **
      **   POSICION_EFECTIVO de la sucursal del memo (PBNKX 7250).  **
      ** - Retiro 'Z' y transferencia 'T': se revalida el           **
      **   disponible (saldo menos retenido y embargado, sin        **
      **   sobregiro, como en memo) y se debita la cuenta. La 'T'   **
      **   acredita ademas CLIENTES.SALDO del destinatario con      **
      **   MONTO_DESTINO y graba la pata 'R', igual que PBNKT; el   **
      **   impuesto se cobra en las dos patas salvo entre el mismo  **
      **   cliente.                                                 **
      ** - Cada movimiento conserva la FECHA en que se opero        **
      **   (FECHA_MEMO), usuario, cajero y sucursal del memo, y se  **
      **   encadena en su unidad de trabajo (COPYS/CPYCHNP.cbl).    **
      ** - El recibo cortado en linea (RECIBOS.ID_MOV = -ID_MEMO)   **
      **   se reengancha al movimiento real y la fila pasa a 'A'    **
      **   con su ID_MOV, todo en el mismo COMMIT.                  **
      ** - Si el saldo cambio en el medio (linea ya abierta) el     **
      **   item se reintenta hasta 3 veces. Lo que no se puede      **
      **   postear queda 'F' con MOTIVO_FALLO y abre una excepcion  **
      **   ORIGEN 'M' en IBMUSER.EXCEPCIONES_SALDO (PBNKWB).        **
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
           EXEC SQL INCLUDE DCLMEMO END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLEXSA END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLDETE END-EXEC.
           EXEC SQL INCLUDE DCLPOSE END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-DESTINO       PIC S9(8)V9(2) COMP-3.
           05 WS-RETENIDO            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-EMBARGADO           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-ID-MOV-DEBITO       PIC S9(9) COMP VALUE 0.
           05 WS-ID-RECIBO-MEMO      PIC S9(9) COMP VALUE 0.
           05 WS-MOTIVO-FALLO        PIC X(30) VALUE SPACES.
           05 WS-SQLCODE-EDIT        PIC -(4)9.
           05 WS-INTENTO             PIC S9(4) COMP VALUE 0.
      * Ultimo ID_MEMO tratado: desde ahi se reabre CUR-MEMO.
           05 WS-ID-MEMO-DESDE       PIC S9(9) COMP VALUE 0.
      * Retencion de disponibilidad de depositos (PBNKX 7230).
           05 WS-UMBRAL-RET-DEP      PIC S9(8)V9(2) COMP-3
                                     VALUE 5000,00.
           05 WS-DIAS-RET-DEP        PIC S9(4) COMP VALUE 2.
           05 WS-RET-VUELTA          PIC S9(4) COMP VALUE 0.

           05 WS-CONT-LEIDOS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DEPOSITOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RETIROS        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-TRANSFER       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-REINTENTOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-FALLIDOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-CREDITOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-DEBITOS       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-FALLIDO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

      * Desglose de efectivo del memo: mismas denominaciones que
      * DENOM1-4 de PBNKX (WS-DESGLOSE-EFECTIVO).
       01  WS-DESGLOSE-EFECTIVO.
           05 WS-DENOM-VALOR         PIC S9(6)V9(2) COMP-3.
           05 WS-DENOM-CANT          PIC S9(9) COMP.

       01  WS-CONTROL.
           05 SW-REINTENTAR          PIC X(01) VALUE 'N'.
              88 REINTENTAR                    VALUE 'S'.
           05 SW-SALDO-CAMBIO        PIC X(01) VALUE 'N'.
              88 SALDO-CAMBIO                  VALUE 'S'.
           05 SW-REABRIR-CURSOR      PIC X(01) VALUE 'N'.
              88 REABRIR-CURSOR                VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKMR'.
           03  WC-MAX-INTENTOS       PIC S9(4) COMP VALUE 3.

       COPY CPYEJBW.
       COPY CPYIDCW.
       COPY CPYCHNW.
       COPY CPYFERW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-APLICAR-MEMO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      * Con el posteo todavia cerrado el giro no se hizo: lo que se    *
      * postee ahora saldria con la fecha vieja. Se corta con RC 8.    *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKMR - POSTEO DE MOVIMIENTOS EN MEMO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           IF HV-POSTEO-CERRADO = 'S'
               DISPLAY 'PBNKMR - POSTEO CERRADO: CORRER DESPUES DEL '
                   'GIRO DE FECHA (PBNKFN PF6)'
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           DISPLAY 'PBNKMR - FECHA DE NEGOCIO: ' WS-FECHA-PROCESO.
           PERFORM 7050-LEER-PARAMETROS.

      *================================================================*
      * 2000 - RECORRIDO DE LOS PENDIENTES EN ORDEN DE ID_MEMO         *
      * El orden es el de la linea: un retiro que en memo se apoyo en  *
      * un deposito anterior lo encuentra ya posteado.                 *
      * El ROLLBACK de un item cierra el cursor aun WITH HOLD: se      *
      * reabre a continuacion del ID_MEMO tratado.                     *
      *================================================================*
       2000-APLICAR-MEMO.
           PERFORM 7500-ABRIR-CURSOR-MEMO.
           PERFORM 7510-FETCH-MEMO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-LEIDOS
               MOVE 'N' TO SW-REABRIR-CURSOR
               PERFORM 2100-APLICAR-ITEM
               IF REABRIR-CURSOR
                   MOVE HV-ID-MEMO TO WS-ID-MEMO-DESDE
                   PERFORM 7500-ABRIR-CURSOR-MEMO
               END-IF
               PERFORM 7510-FETCH-MEMO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKMR - ERROR SQLCODE ' SQLCODE
                   ' LEYENDO MOVIMIENTOS_MEMO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-MEMO END-EXEC.

      * Un item por unidad de trabajo. Si el UPDATE optimista no
      * encontro el saldo leido (la linea ya esta abierta y movio la
      * cuenta) se deshace y se vuelve a intentar desde la lectura.
       2100-APLICAR-ITEM.
           MOVE 0 TO WS-INTENTO.
           MOVE 'S' TO SW-REINTENTAR.
           PERFORM UNTIL NOT REINTENTAR
               ADD 1 TO WS-INTENTO
               MOVE 'N' TO SW-REINTENTAR
               MOVE SPACES TO WS-MOTIVO-FALLO
               PERFORM 2200-POSTEAR-ITEM
               IF WS-MOTIVO-FALLO = SPACES
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 2150-CONTAR-APLICADO
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'S' TO SW-REABRIR-CURSOR
                   IF SALDO-CAMBIO AND WS-INTENTO < WC-MAX-INTENTOS
                       ADD 1 TO WS-CONT-REINTENTOS
                       MOVE 'S' TO SW-REINTENTAR
                   ELSE
                       PERFORM 2900-REGISTRAR-FALLO
                   END-IF
               END-IF
           END-PERFORM.

       2150-CONTAR-APLICADO.
           EVALUATE HV-TIPO-OPER-MEMO
               WHEN 'D'
                   ADD 1 TO WS-CONT-DEPOSITOS
                   ADD HV-MONTO-MEMO TO WS-TOTAL-CREDITOS
               WHEN 'Z'
                   ADD 1 TO WS-CONT-RETIROS
                   ADD HV-MONTO-MEMO TO WS-TOTAL-DEBITOS
               WHEN OTHER
                   ADD 1 TO WS-CONT-TRANSFER
                   ADD HV-MONTO-MEMO TO WS-TOTAL-DEBITOS
           END-EVALUATE.

       2200-POSTEAR-ITEM.
           MOVE 'N' TO SW-SALDO-CAMBIO.
           PERFORM 2210-VALIDAR-ITEM.
           IF WS-MOTIVO-FALLO = SPACES
               EVALUATE HV-TIPO-OPER-MEMO
                   WHEN 'D'
                       PERFORM 2300-POSTEAR-DEPOSITO
                   WHEN 'Z'
                       PERFORM 2400-POSTEAR-RETIRO
                   WHEN 'T'
                       PERFORM 2500-POSTEAR-TRANSFERENCIA
                   WHEN OTHER
                       MOVE 'TIPO DE OPERACION INVALIDO'
                           TO WS-MOTIVO-FALLO
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7700-REENGANCHAR-RECIBO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7710-MARCAR-APLICADO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.

      * Cuenta, estado del titular y, para los debitos, el
      * disponible: la misma regla que PBNKX/PBNKT aplicaron en memo
      * (sin sobregiro), ahora contra el saldo real.
       2210-VALIDAR-ITEM.
           PERFORM 7600-LEER-SALDO-CUENTA.
           IF SQLCODE = 100
               MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO-FALLO
           ELSE
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7610-LEER-ESTADO-TITULAR
               EVALUATE TRUE
                   WHEN HV-ESTADO = 'C'
                       MOVE 'CLIENTE DADO DE BAJA'
                           TO WS-MOTIVO-FALLO
                   WHEN HV-ESTADO = 'D'
                        AND HV-TIPO-OPER-MEMO NOT = 'D'
                       MOVE 'TITULAR FALLECIDO - SUCESION'
                           TO WS-MOTIVO-FALLO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
              AND HV-TIPO-OPER-MEMO NOT = 'D'
               PERFORM 7620-LEER-RETENIDO
               PERFORM 7630-LEER-EMBARGADO
               COMPUTE WS-DISPONIBLE = WS-SALDO-ACTUAL
                   - WS-RETENIDO - WS-EMBARGADO
               IF WS-DISPONIBLE < HV-MONTO-MEMO
                   MOVE 'FONDOS INSUFICIENTES'
                       TO WS-MOTIVO-FALLO
               END-IF
           END-IF.

      * Un SQLCODE inesperado se vuelve el motivo del fallo.
       2290-VERIFICAR-SQL.
           IF SQLCODE NOT = 0 AND WS-MOTIVO-FALLO = SPACES
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               STRING 'ERROR DB2 SQLCODE ' DELIMITED BY SIZE
                      WS-SQLCODE-EDIT      DELIMITED BY SIZE
                   INTO WS-MOTIVO-FALLO
               END-STRING
               DISPLAY 'PBNKMR - ERROR SQLCODE ' SQLCODE
                   ' EN MEMO ' HV-ID-MEMO
           END-IF.

      *================================================================*
      * 2300/2400 - DEPOSITO Y RETIRO (PBNKX)                          *
      *================================================================*
       2300-POSTEAR-DEPOSITO.
           ADD HV-MONTO-MEMO TO WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7640-ACTUALIZAR-SALDO.
           IF WS-MOTIVO-FALLO = SPACES
               MOVE 'D'              TO HV-TIPO-OPER
               MOVE HV-MONTO-MEMO    TO HV-MONTO
               MOVE HV-USUARIO-MEMO  TO HV-USUARIO-MOV
               MOVE SPACES           TO HV-USUARIO-REL
               MOVE HV-CUENTA-MEMO   TO HV-CUENTA-NUM
               MOVE WS-SALDO-NUEVO   TO HV-SALDO-RESULTANTE
               PERFORM 7650-INSERTAR-MOVIMIENTO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7680-INSERTAR-DESGLOSE
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 2800-IMP-DEBCRED-CUENTA
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7660-CREAR-RETENCION-DISP
               PERFORM 2290-VERIFICAR-SQL
           END-IF.

       2400-POSTEAR-RETIRO.
           SUBTRACT HV-MONTO-MEMO FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7640-ACTUALIZAR-SALDO.
           IF WS-MOTIVO-FALLO = SPACES
               MOVE 'Z'              TO HV-TIPO-OPER
               MOVE HV-MONTO-MEMO    TO HV-MONTO
               MOVE HV-USUARIO-MEMO  TO HV-USUARIO-MOV
               MOVE SPACES           TO HV-USUARIO-REL
               MOVE HV-CUENTA-MEMO   TO HV-CUENTA-NUM
               MOVE WS-SALDO-NUEVO   TO HV-SALDO-RESULTANTE
               PERFORM 7650-INSERTAR-MOVIMIENTO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 7680-INSERTAR-DESGLOSE
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               PERFORM 2800-IMP-DEBCRED-CUENTA
               PERFORM 2290-VERIFICAR-SQL
           END-IF.

      *================================================================*
      * 2500 - TRANSFERENCIA LOCAL (PBNKT 3000)                        *
      * Pata 'T' sobre la cuenta y pata 'R' sobre CLIENTES.SALDO del   *
      * destinatario con CUENTA_NUM en blanco. El ID de la pata 'T'    *
      * es el que documenta el recibo y queda en el memo.              *
      *================================================================*
       2500-POSTEAR-TRANSFERENCIA.
           SUBTRACT HV-MONTO-MEMO FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7640-ACTUALIZAR-SALDO.
           IF WS-MOTIVO-FALLO = SPACES
               MOVE 'T'                 TO HV-TIPO-OPER
               MOVE HV-MONTO-MEMO       TO HV-MONTO
               MOVE HV-USUARIO-MEMO     TO HV-USUARIO-MOV
               MOVE HV-USUARIO-REL-MEMO TO HV-USUARIO-REL
               MOVE HV-CUENTA-MEMO      TO HV-CUENTA-NUM
               MOVE WS-SALDO-NUEVO      TO HV-SALDO-RESULTANTE
               PERFORM 7650-INSERTAR-MOVIMIENTO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               MOVE WS-ID-MOV TO WS-ID-MOV-DEBITO
               PERFORM 7670-ACREDITAR-DESTINO
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               MOVE 'R'                 TO HV-TIPO-OPER
               MOVE HV-MONTO-DEST-MEMO  TO HV-MONTO
               MOVE HV-USUARIO-REL-MEMO TO HV-USUARIO-MOV
               MOVE HV-USUARIO-MEMO     TO HV-USUARIO-REL
               MOVE SPACES              TO HV-CUENTA-NUM
               MOVE WS-SALDO-DESTINO    TO HV-SALDO-RESULTANTE
               PERFORM 7650-INSERTAR-MOVIMIENTO
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
      * Entre cuentas del mismo cliente no hay impuesto (PBNKT).
           IF WS-MOTIVO-FALLO = SPACES
              AND HV-USUARIO-REL-MEMO NOT = HV-TITULAR-MEMO
               PERFORM 2800-IMP-DEBCRED-CUENTA
               PERFORM 2290-VERIFICAR-SQL
               IF WS-MOTIVO-FALLO = SPACES
                   PERFORM 2810-IMP-DEBCRED-DESTINO
                   PERFORM 2290-VERIFICAR-SQL
               END-IF
           END-IF.
           MOVE WS-ID-MOV-DEBITO TO WS-ID-MOV.

      *================================================================*
      * 2800/2810 - IMPUESTO A LOS DEBITOS Y CREDITOS                  *
      * (COPYS/CPYIDCP.cbl), en la unidad de trabajo del item.         *
      *================================================================*
       2800-IMP-DEBCRED-CUENTA.
           MOVE HV-USUARIO-MEMO    TO WS-IDC-USUARIO.
           MOVE HV-TITULAR-MEMO    TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-MEMO     TO WS-IDC-CUENTA.
           MOVE HV-MONTO-MEMO      TO WS-IDC-MONTO.
           IF HV-TIPO-OPER-MEMO = 'D'
               MOVE 'N'            TO WS-IDC-ES-DEBITO
           ELSE
               MOVE 'S'            TO WS-IDC-ES-DEBITO
           END-IF.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUCURSAL-MEMO   TO WS-IDC-SUCURSAL.
           MOVE HV-AGENTE-MEMO     TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

       2810-IMP-DEBCRED-DESTINO.
           MOVE HV-USUARIO-REL-MEMO TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-REL-MEMO TO WS-IDC-TITULAR.
           MOVE SPACES              TO WS-IDC-CUENTA.
           MOVE HV-MONTO-DEST-MEMO  TO WS-IDC-MONTO.
           MOVE 'N'                 TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-DESTINO    TO WS-IDC-SALDO.
           MOVE HV-SUCURSAL-MEMO    TO WS-IDC-SUCURSAL.
           MOVE HV-AGENTE-MEMO      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 2900 - ITEM FALLIDO                                            *
      * Despues del ROLLBACK: la fila queda 'F' con su motivo y se     *
      * abre una excepcion ORIGEN 'M' para el workbench (PBNKWB), con  *
      * el monto firmado (negativo si era un debito) en DIFERENCIA.    *
      *================================================================*
       2900-REGISTRAR-FALLO.
           DISPLAY 'PBNKMR - MEMO ' HV-ID-MEMO ' CUENTA '
               HV-CUENTA-MEMO ' FALLIDO: ' WS-MOTIVO-FALLO.
           MOVE WS-MOTIVO-FALLO TO HV-MOTIVO-MEMO.
           EXEC SQL UPDATE IBMUSER.MOVIMIENTOS_MEMO
               SET ESTADO = 'F',
                   MOTIVO_FALLO = :HV-MOTIVO-MEMO,
                   FECHA_APLICACION = CURRENT TIMESTAMP
               WHERE ID_MEMO = :HV-ID-MEMO
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-TITULAR-MEMO  TO HV-USUARIO-EXC
               MOVE HV-SALDO-CTA     TO HV-SALDO-CLIENTES
               MOVE 0                TO HV-TOTAL-MOVS-EXC
               IF HV-TIPO-OPER-MEMO = 'D'
                   MOVE HV-MONTO-MEMO TO HV-DIFERENCIA-EXC
               ELSE
                   COMPUTE HV-DIFERENCIA-EXC = 0 - HV-MONTO-MEMO
               END-IF
               MOVE HV-ID-MEMO       TO HV-ID-MEMO-EXC
               MOVE WS-MOTIVO-FALLO  TO HV-MOTIVO-EXC
               EXEC SQL INSERT INTO IBMUSER.EXCEPCIONES_SALDO
                   (USUARIO, SALDO_CLIENTES, TOTAL_MOVIMIENTOS,
                    DIFERENCIA, FECHA_DETECCION, ESTADO,
                    VECES_DETECTADA, ORIGEN, ID_MEMO, MOTIVO)
                   VALUES (:HV-USUARIO-EXC, :HV-SALDO-CLIENTES,
                           :HV-TOTAL-MOVS-EXC, :HV-DIFERENCIA-EXC,
                           CURRENT TIMESTAMP, 'P', 1, 'M',
                           :HV-ID-MEMO-EXC, :HV-MOTIVO-EXC)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-FALLIDOS
               ADD HV-MONTO-MEMO TO WS-TOTAL-FALLIDO
           ELSE
      * Queda 'P' y se reintenta en la corrida siguiente.
               DISPLAY 'PBNKMR - ERROR SQLCODE ' SQLCODE
                   ' REGISTRANDO EL FALLO DEL MEMO ' HV-ID-MEMO
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'S' TO SW-REABRIR-CURSOR
               MOVE 8 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7020-RESOLVER-FECHA.
           MOVE 'N' TO HV-POSTEO-CERRADO.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               MOVE 'N' TO HV-POSTEO-CERRADO
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'UMBRAL_RETENCION_DEP'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-RET-DEP
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_RETENCION_DEP'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-RET-DEP
           END-IF.

       7500-ABRIR-CURSOR-MEMO.
           EXEC SQL DECLARE CUR-MEMO CURSOR WITH HOLD FOR
               SELECT ID_MEMO, CUENTA_NUM, USUARIO_TITULAR, USUARIO,
                      TIPO_OPER, MONTO, USUARIO_REL, MONTO_DESTINO,
                      CONCEPTO, SALDO_MEMO, AGENTE_ID, SUCURSAL_ID,
                      CHAR(FECHA_VALOR, ISO), CHAR(FECHA_MEMO),
                      CANT_BILL_100, CANT_BILL_50, CANT_BILL_20,
                      CANT_BILL_10
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE ESTADO = 'P'
                 AND ID_MEMO > :WS-ID-MEMO-DESDE
               ORDER BY ID_MEMO
           END-EXEC.
           EXEC SQL OPEN CUR-MEMO END-EXEC.

       7510-FETCH-MEMO.
           EXEC SQL FETCH CUR-MEMO
               INTO :HV-ID-MEMO, :HV-CUENTA-MEMO, :HV-TITULAR-MEMO,
                    :HV-USUARIO-MEMO, :HV-TIPO-OPER-MEMO,
                    :HV-MONTO-MEMO, :HV-USUARIO-REL-MEMO,
                    :HV-MONTO-DEST-MEMO, :HV-CONCEPTO-MEMO,
                    :HV-SALDO-MEMO, :HV-AGENTE-MEMO, :HV-SUCURSAL-MEMO,
                    :HV-FECHA-VALOR-MEMO, :HV-FECHA-MEMO,
                    :HV-CANT100-MEMO, :HV-CANT50-MEMO,
                    :HV-CANT20-MEMO, :HV-CANT10-MEMO
           END-EXEC.

       7600-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-MEMO TO HV-NUMERO-CUENTA.
           MOVE 0 TO HV-SALDO-CTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Sin fila de CLIENTES el titular opera como activo.
       7610-LEER-ESTADO-TITULAR.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-TITULAR-MEMO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-ESTADO
               MOVE 0 TO SQLCODE
           END-IF.

       7620-LEER-RETENIDO.
           MOVE 0 TO WS-RETENIDO.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-CUENTA-MEMO
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-RETENIDO
           END-IF.

      * Ordenes legales de la cuenta y las del cliente entero
      * (PBNKX 7091).
       7630-LEER-EMBARGADO.
           MOVE 0 TO WS-EMBARGADO.
           EXEC SQL SELECT
                 COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
               INTO :WS-EMBARGADO
               FROM IBMUSER.ORDENES_LEGALES
               WHERE ESTADO = 'A'
                 AND (CUENTA_NUM = :HV-CUENTA-MEMO
                   OR (CUENTA_NUM = ' '
                       AND USUARIO = :HV-TITULAR-MEMO))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-EMBARGADO
           END-IF.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl. Sin fila es que
      * el saldo cambio despues de leerlo: se marca para reintentar.
       7640-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'S' TO SW-SALDO-CAMBIO
               MOVE 'SALDO MODIFICADO AL POSTEAR' TO WS-MOTIVO-FALLO
           ELSE
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           MOVE WS-SALDO-ACTUAL TO HV-SALDO-CTA.

      * FECHA es el momento en que se opero en la linea; la fecha
      * de negocio es la nueva y la fecha valor la que fijo el memo.
       7650-INSERTAR-MOVIMIENTO.
           MOVE HV-AGENTE-MEMO      TO HV-AGENTE-ID.
           MOVE HV-SUCURSAL-MEMO    TO HV-SUCURSAL-ID.
           MOVE HV-CONCEPTO-MEMO    TO HV-CONCEPTO.
           MOVE WS-FECHA-PROCESO    TO HV-FECHA-NEG.
           MOVE HV-FECHA-VALOR-MEMO TO HV-FECHA-VALOR.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                TIMESTAMP(:HV-FECHA-MEMO), :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Deposito por encima del umbral: retenido hasta el dia habil
      * DIAS_RETENCION_DEP contado desde la nueva fecha de negocio,
      * en la misma unidad de trabajo (PBNKX 7230).
       7660-CREAR-RETENCION-DISP.
           IF HV-MONTO-MEMO > WS-UMBRAL-RET-DEP
               MOVE WS-FECHA-PROCESO TO WS-FER-FECHA
               PERFORM 7665-AVANZAR-DIA-HABIL
                   VARYING WS-RET-VUELTA FROM 1 BY 1
                   UNTIL WS-RET-VUELTA > WS-DIAS-RET-DEP
               MOVE HV-CUENTA-MEMO   TO HV-CUENTA-RDIS
               MOVE HV-TITULAR-MEMO  TO HV-USUARIO-RDIS
               MOVE WS-ID-MOV        TO HV-ID-MOV-RDIS
               MOVE HV-MONTO-MEMO    TO HV-MONTO-RDIS
               MOVE WS-FER-FECHA     TO HV-FECHA-LIB-RDIS
               EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
                   (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                    FECHA_LIBERACION, ESTADO, FECHA_ALTA)
                   VALUES (:HV-CUENTA-RDIS, :HV-USUARIO-RDIS,
                    :HV-ID-MOV-RDIS, :HV-MONTO-RDIS,
                    DATE(:HV-FECHA-LIB-RDIS), 'A',
                    CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

       7665-AVANZAR-DIA-HABIL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9870-PROXIMO-DIA-HABIL.

      * Destinatario local: CLIENTES.SALDO como 7400 de PBNKT. Se
      * lee antes para documentar el saldo de la pata 'R'.
       7670-ACREDITAR-DESTINO.
           EXEC SQL SELECT SALDO INTO :HV-SALDO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO-REL-MEMO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'DESTINATARIO INEXISTENTE' TO WS-MOTIVO-FALLO
           ELSE
               PERFORM 2290-VERIFICAR-SQL
           END-IF.
           IF WS-MOTIVO-FALLO = SPACES
               ADD HV-MONTO-DEST-MEMO TO HV-SALDO
                   GIVING WS-SALDO-DESTINO
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET SALDO = SALDO + :HV-MONTO-DEST-MEMO
                   WHERE USUARIO = :HV-USUARIO-REL-MEMO
               END-EXEC
               PERFORM 2290-VERIFICAR-SQL
           END-IF.

      *----------------------------------------------------------------*
      * 7680 - DESGLOSE DE EFECTIVO DEL MEMO (PBNKX 7250/7270): una    *
      * fila de DETALLE_EFECTIVO por denominacion con cantidad > 0     *
      * contra el movimiento recien posteado, y la posicion de la      *
      * sucursal del memo: el deposito suma billetes, el retiro resta. *
      *----------------------------------------------------------------*
       7680-INSERTAR-DESGLOSE.
           MOVE WS-ID-MOV TO HV-ID-MOV-DET.
           IF HV-CANT100-MEMO > 0
               MOVE 100             TO WS-DENOM-VALOR
               MOVE HV-CANT100-MEMO TO WS-DENOM-CANT
               PERFORM 7685-INSERTAR-FILA-DESGLOSE
           END-IF.
           IF SQLCODE = 0 AND HV-CANT50-MEMO > 0
               MOVE 50              TO WS-DENOM-VALOR
               MOVE HV-CANT50-MEMO  TO WS-DENOM-CANT
               PERFORM 7685-INSERTAR-FILA-DESGLOSE
           END-IF.
           IF SQLCODE = 0 AND HV-CANT20-MEMO > 0
               MOVE 20              TO WS-DENOM-VALOR
               MOVE HV-CANT20-MEMO  TO WS-DENOM-CANT
               PERFORM 7685-INSERTAR-FILA-DESGLOSE
           END-IF.
           IF SQLCODE = 0 AND HV-CANT10-MEMO > 0
               MOVE 10              TO WS-DENOM-VALOR
               MOVE HV-CANT10-MEMO  TO WS-DENOM-CANT
               PERFORM 7685-INSERTAR-FILA-DESGLOSE
           END-IF.

       7685-INSERTAR-FILA-DESGLOSE.
           MOVE WS-DENOM-VALOR TO HV-DENOMINACION.
           MOVE WS-DENOM-CANT  TO HV-CANTIDAD.
           EXEC SQL INSERT INTO IBMUSER.DETALLE_EFECTIVO
               (ID_MOV, DENOMINACION, CANTIDAD)
               VALUES (:HV-ID-MOV-DET, :HV-DENOMINACION, :HV-CANTIDAD)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 7690-ACTUALIZAR-POSICION
           END-IF.

      * Sin fila para la sucursal/denominacion (+100) se crea.
       7690-ACTUALIZAR-POSICION.
           MOVE HV-SUCURSAL-MEMO TO HV-SUCURSAL-POSE.
           MOVE WS-DENOM-VALOR   TO HV-DENOM-POSE.
           IF HV-TIPO-OPER-MEMO = 'D'
               MOVE WS-DENOM-CANT TO HV-CANTIDAD-POSE
           ELSE
               COMPUTE HV-CANTIDAD-POSE = 0 - WS-DENOM-CANT
           END-IF.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
                    :HV-CANTIDAD-POSE)
               END-EXEC
           END-IF.

      * El recibo se corto en linea con ID_MOV = -ID_MEMO. Un memo
      * sin recibo (no deberia) no es motivo de fallo.
       7700-REENGANCHAR-RECIBO.
           COMPUTE WS-ID-RECIBO-MEMO = 0 - HV-ID-MEMO.
           EXEC SQL UPDATE IBMUSER.RECIBOS
               SET ID_MOV = :WS-ID-MOV
               WHERE ID_MOV = :WS-ID-RECIBO-MEMO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7710-MARCAR-APLICADO.
           MOVE WS-ID-MOV TO HV-ID-MOV-MEMO.
           EXEC SQL UPDATE IBMUSER.MOVIMIENTOS_MEMO
               SET ESTADO = 'A',
                   ID_MOV = :HV-ID-MOV-MEMO,
                   FECHA_APLICACION = CURRENT TIMESTAMP
               WHERE ID_MEMO = :HV-ID-MEMO
                 AND ESTADO = 'P'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-DEPOSITOS + WS-CONT-RETIROS
               + WS-CONT-TRANSFER.
           MOVE WS-CONT-FALLIDOS TO WS-EJEC-OMIT.
           IF WS-CONT-FALLIDOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKMR - ITEMS LEIDOS          : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKMR - DEPOSITOS POSTEADOS   : '
               WS-CONT-DEPOSITOS.
           DISPLAY 'PBNKMR - RETIROS POSTEADOS     : '
               WS-CONT-RETIROS.
           DISPLAY 'PBNKMR - TRANSFER. POSTEADAS   : '
               WS-CONT-TRANSFER.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKMR - TOTAL CREDITOS        : ' WS-TOTAL-EDIT.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKMR - TOTAL DEBITOS         : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKMR - REINTENTOS            : '
               WS-CONT-REINTENTOS.
           DISPLAY 'PBNKMR - ITEMS FALLIDOS        : '
               WS-CONT-FALLIDOS.
           MOVE WS-TOTAL-FALLIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKMR - TOTAL FALLIDO         : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKMR - POSTEO DE MOVIMIENTOS EN MEMO - FIN'.

       COPY CPYEJBP.
       COPY CPYIDCP.
       COPY CPYCHNP.
       COPY CPYFERP.
