      *----------------------------------------------------------------*
      * CPYIDCP: LIBRERIA DE LOGICA (IMPUESTO DEBITOS Y CREDITOS)      *
      * 9720 cobra el impuesto sobre el movimiento cargado en WS-IDC-*:*
      * lee las alicuotas (9722), descarta las cuentas exentas del     *
      * registro IBMUSER.EXENCIONES_IDC (9724) y postea el impuesto    *
      * como movimiento propio TIPO_OPER '1' contra la misma cuenta    *
      * (9726). Las transferencias entre cuentas del mismo cliente las *
      * descarta el llamador, que ademas decide el COMMIT/SYNCPOINT:   *
      * un SQLCODE distinto de 0 a la salida debe deshacer tambien el  *
      * movimiento gravado.                                            *
      *----------------------------------------------------------------*
       9720-APLICAR-IMP-DEBCRED.
           MOVE 'N' TO WS-IDC-COBRADO.
           MOVE 0 TO WS-IDC-IMPUESTO.
           IF WS-IDC-PARAM-LEIDOS = 'N'
               PERFORM 9722-LEER-PARAMETROS-IDC
           END-IF.
           IF WS-IDC-ES-DEBITO = 'S'
               MOVE WS-IDC-ALICUOTA-DEB TO WS-IDC-ALICUOTA
               MOVE 'D' TO WS-IDC-ALCANCE
               MOVE 'IMP DEB/CRED S/DEBITO' TO WS-IDC-CONCEPTO
           ELSE
               MOVE WS-IDC-ALICUOTA-CRE TO WS-IDC-ALICUOTA
               MOVE 'C' TO WS-IDC-ALCANCE
               MOVE 'IMP DEB/CRED S/CREDITO' TO WS-IDC-CONCEPTO
           END-IF.
           COMPUTE WS-IDC-IMPUESTO ROUNDED =
               WS-IDC-MONTO * WS-IDC-ALICUOTA / 100.
           IF WS-IDC-IMPUESTO > 0
               PERFORM 9724-VERIFICAR-EXENCION-IDC
           END-IF.
           IF WS-IDC-IMPUESTO > 0
               PERFORM 9726-POSTEAR-IMP-DEBCRED
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

       9722-LEER-PARAMETROS-IDC.
           COMPUTE WS-IDC-ALICUOTA-DEB = 6 / 10.
           COMPUTE WS-IDC-ALICUOTA-CRE = 6 / 10.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-IDC-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ALICUOTA_IDC_DEBITO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-IDC-VALOR-PARAM TO WS-IDC-ALICUOTA-DEB
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-IDC-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ALICUOTA_IDC_CREDITO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-IDC-VALOR-PARAM TO WS-IDC-ALICUOTA-CRE
           END-IF.
           MOVE 'S' TO WS-IDC-PARAM-LEIDOS.

      * Exencion vigente de la cuenta, o del cliente entero (fila con
      * CUENTA_NUM en blanco), que cubra el sentido del movimiento.
       9724-VERIFICAR-EXENCION-IDC.
           MOVE 0 TO WS-IDC-CANT-EXENC.
           EXEC SQL SELECT COUNT(*) INTO :WS-IDC-CANT-EXENC
               FROM IBMUSER.EXENCIONES_IDC
               WHERE USUARIO = :WS-IDC-TITULAR
                 AND (CUENTA_NUM = :WS-IDC-CUENTA OR CUENTA_NUM = ' ')
                 AND ESTADO = 'A'
                 AND (ALCANCE = 'A' OR ALCANCE = :WS-IDC-ALCANCE)
                 AND CURRENT DATE BETWEEN FECHA_DESDE AND FECHA_HASTA
           END-EXEC.
           IF SQLCODE = 0 AND WS-IDC-CANT-EXENC > 0
               MOVE 0 TO WS-IDC-IMPUESTO
           END-IF.

      * El impuesto siempre debita: se descuenta del saldo que dejo el
      * movimiento gravado y se graba con la fecha de negocio vigente.
       9726-POSTEAR-IMP-DEBCRED.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-IDC-FECHA-NEG
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               IF WS-IDC-CUENTA = SPACES
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = SALDO - :WS-IDC-IMPUESTO
                       WHERE USUARIO = :WS-IDC-TITULAR
                   END-EXEC
               ELSE
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = SALDO - :WS-IDC-IMPUESTO
                       WHERE NUMERO_CUENTA = :WS-IDC-CUENTA
                   END-EXEC
               END-IF
           END-IF.
           IF SQLCODE = 0
               SUBTRACT WS-IDC-IMPUESTO FROM WS-IDC-SALDO
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    SUCURSAL_ID, CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
                   VALUES (:WS-IDC-USUARIO, :WS-IDC-TIPO-OPER,
                    :WS-IDC-IMPUESTO, CURRENT TIMESTAMP,
                    :WS-IDC-BLANCO, :WS-IDC-SALDO, :WS-IDC-AGENTE,
                    :WS-IDC-CUENTA, :WS-IDC-SUCURSAL,
                    :WS-IDC-CONCEPTO, DATE(:WS-IDC-FECHA-NEG),
                    DATE(:WS-IDC-FECHA-NEG))
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-IDC-COBRADO
           END-IF.
