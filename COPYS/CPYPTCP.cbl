      *----------------------------------------------------------------*
      * CPYPTCP: LIBRERIA DE LOGICA (PAGO DE TARJETA DE CREDITO)       *
      * 9798 acredita un pago en la cuenta de tarjeta (ver DDL/        *
      * CUENTAS_TARJETA.sql): deja el movimiento 'P' en MOVIMIENTOS_TC *
      * ligado al debito de MOVIMIENTOS, baja SALDO_DEUDA y suma a     *
      * PAGOS_PERIODO para que el cierre de ciclo solo financie lo que *
      * quedo impago del resumen. Lo usan PBNKT (pago por pantalla) y  *
      * PBNKTC (debito automatico). El llamador decide el COMMIT/      *
      * SYNCPOINT.                                                     *
      *----------------------------------------------------------------*
       9798-APLICAR-PAGO-TC.
           EXEC SQL SELECT ID_CUENTA_TC INTO :WS-PTC-ID-CUENTA
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :WS-PTC-CUENTA-TC
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9799-REGISTRAR-PAGO-TC
           END-IF.

       9799-REGISTRAR-PAGO-TC.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_TC
               (ID_CUENTA_TC, TIPO, MONTO, CONCEPTO, FECHA_NEGOCIO,
                ID_MOV)
               VALUES (:WS-PTC-ID-CUENTA, 'P', :WS-PTC-MONTO,
                       :WS-PTC-CONCEPTO, :WS-PTC-FECHA-NEG,
                       :WS-PTC-ID-MOV)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
                   SET SALDO_DEUDA   = SALDO_DEUDA - :WS-PTC-MONTO,
                       PAGOS_PERIODO = PAGOS_PERIODO + :WS-PTC-MONTO
                   WHERE ID_CUENTA_TC = :WS-PTC-ID-CUENTA
               END-EXEC
           END-IF.
