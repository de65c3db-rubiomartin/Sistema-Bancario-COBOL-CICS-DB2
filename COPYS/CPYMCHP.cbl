      *----------------------------------------------------------------*
      * CPYMCHP: LIBRERIA DE LOGICA (MULTA POR CHEQUE RECHAZADO)       *
      * 9730 debita la multa pendiente de un rechazo como movimiento   *
      * propio TIPO_OPER '2', con el bloqueo optimista de              *
      * BATCH/PBNKV.cbl, solo si el saldo de la cuenta la cubre (igual *
      * que la comision de PBNKF, la multa no deja saldo negativo), y  *
      * marca la fila del registro 'C' con el ID del movimiento.       *
      * 9732 calcula la multa regulada (9734 lee los parametros).      *
      * El COMMIT/ROLLBACK lo decide el llamador.                      *
      *----------------------------------------------------------------*
       9730-COBRAR-MULTA-CHEQUE.
           MOVE 'N' TO WS-MCH-COBRADA.
           EXEC SQL SELECT SALDO INTO :WS-MCH-SALDO
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :WS-MCH-CUENTA
           END-EXEC.
           IF SQLCODE = 0 AND WS-MCH-SALDO >= WS-MCH-MULTA
               SUBTRACT WS-MCH-MULTA FROM WS-MCH-SALDO
                   GIVING WS-MCH-SALDO-NUEVO
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = :WS-MCH-SALDO-NUEVO
                   WHERE NUMERO_CUENTA = :WS-MCH-CUENTA
                     AND SALDO = :WS-MCH-SALDO
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9736-POSTEAR-MULTA-CHEQUE
               ELSE
      * Saldo movido por otro proceso: queda para la proxima pasada.
                   IF SQLCODE = 100
                       MOVE 0 TO SQLCODE
                   END-IF
               END-IF
           ELSE
               IF SQLCODE = 0 OR SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       9732-CALCULAR-MULTA-CHEQUE.
           IF WS-MCH-PARAM-LEIDOS = 'N'
               PERFORM 9734-LEER-PARAMETROS-MCH
           END-IF.
           COMPUTE WS-MCH-MULTA ROUNDED =
               WS-MCH-MONTO-CHEQUE * WS-MCH-PORCENTAJE / 100.
           IF WS-MCH-MULTA < WS-MCH-MINIMO
               MOVE WS-MCH-MINIMO TO WS-MCH-MULTA
           END-IF.

       9734-LEER-PARAMETROS-MCH.
           MOVE 4   TO WS-MCH-PORCENTAJE.
           MOVE 100 TO WS-MCH-MINIMO.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-MCH-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MULTA_CHEQUE_PORC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-MCH-VALOR-PARAM TO WS-MCH-PORCENTAJE
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-MCH-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MULTA_CHEQUE_MINIMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-MCH-VALOR-PARAM TO WS-MCH-MINIMO
           END-IF.
           MOVE 'S' TO WS-MCH-PARAM-LEIDOS.

       9736-POSTEAR-MULTA-CHEQUE.
           MOVE WS-MCH-NRO-CHEQUE TO WS-MCH-NRO-EDIT.
           MOVE SPACES TO WS-MCH-CONCEPTO.
           STRING 'MULTA CHEQUE RECHAZADO ' DELIMITED BY SIZE
               WS-MCH-NRO-EDIT DELIMITED BY SIZE
               INTO WS-MCH-CONCEPTO.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO)
               VALUES (:WS-MCH-USUARIO, :WS-MCH-TIPO-OPER,
                :WS-MCH-MULTA, CURRENT TIMESTAMP, :WS-MCH-BLANCO,
                :WS-MCH-SALDO-NUEVO, :WS-MCH-BLANCO, :WS-MCH-CUENTA,
                :WS-MCH-SUCURSAL, :WS-MCH-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :WS-MCH-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.CHEQUES_RECHAZADOS
                   SET MULTA_ESTADO = 'C',
                       ID_MOV_MULTA = :WS-MCH-ID-MOV
                   WHERE ID_RECHAZO = :WS-MCH-ID-RECHAZO
                     AND MULTA_ESTADO = 'P'
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-MCH-COBRADA
           END-IF.
