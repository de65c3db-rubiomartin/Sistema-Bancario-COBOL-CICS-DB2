      *----------------------------------------------------------------*
      * CPYIVAP: LIBRERIA DE LOGICA (IVA SOBRE COMISIONES)             *
      * 9650 factura la comision cargada en WS-IVA-*: lee el           *
      * movimiento que la lleva (9652) y la condicion de IVA del       *
      * cliente (9654), separa el IVA contenido en el bruto y, en modo *
      * 'S', lo desdobla en un movimiento propio TIPO_OPER '%' (9656); *
      * luego numera la factura 'F' de la sucursal (9658). 9660 emite  *
      * la nota de credito 'C' de la factura de un movimiento          *
      * revertido, revierte su movimiento '%' (9662) y deja la factura *
      * 'A'. El llamador decide el COMMIT/SYNCPOINT: un SQLCODE        *
      * distinto de 0 a la salida debe deshacer tambien la operacion.  *
      *----------------------------------------------------------------*
       9650-FACTURAR-COMISION.
           MOVE 'N' TO WS-IVA-EMITIDA.
           MOVE 0 TO WS-IVA-IMPUESTO.
           MOVE 0 TO WS-IVA-ID-MOV-IVA.
           MOVE 0 TO WS-IVA-NUMERO.
           MOVE WS-IVA-MONTO TO WS-IVA-NETO.
           IF WS-IVA-ID-MOV = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-IVA-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9652-LEER-MOV-COMISION
           END-IF.
           IF SQLCODE = 0
               PERFORM 9654-LEER-CONDICION-IVA
               COMPUTE WS-IVA-IMPUESTO ROUNDED =
                   WS-IVA-MONTO * WS-IVA-ALICUOTA
                   / (100 + WS-IVA-ALICUOTA)
               SUBTRACT WS-IVA-IMPUESTO FROM WS-IVA-MONTO
                   GIVING WS-IVA-NETO
               IF WS-IVA-IMPUESTO > 0 AND IVA-DESDOBLAR
                   PERFORM 9656-POSTEAR-IVA
               END-IF
           END-IF.
           IF SQLCODE = 0
               MOVE 'F'                TO WS-IVA-TIPO-COMP
               MOVE SPACES             TO WS-IVA-SUC-ORIGEN
               MOVE 0                  TO WS-IVA-NRO-ORIGEN
               MOVE WS-IVA-MOV-SUCURSAL TO WS-IVA-SUC-FACTURA
               PERFORM 9658-INSERTAR-COMPROBANTE
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-IVA-EMITIDA
           END-IF.

      * El movimiento da la cuenta, la sucursal/agente y las fechas
      * de la factura y del movimiento '%'.
       9652-LEER-MOV-COMISION.
           EXEC SQL SELECT USUARIO, USUARIO_REL, SALDO_RESULTANTE,
                      AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                      CHAR(FECHA_NEGOCIO, ISO), CHAR(FECHA_VALOR, ISO)
               INTO :WS-IVA-MOV-USUARIO, :WS-IVA-MOV-USU-REL,
                    :WS-IVA-MOV-SALDO, :WS-IVA-MOV-AGENTE,
                    :WS-IVA-MOV-CUENTA, :WS-IVA-MOV-SUCURSAL,
                    :WS-IVA-FECHA-NEG, :WS-IVA-MOV-FECHA-VAL
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV = :WS-IVA-ID-MOV
           END-EXEC.

      * Sin titular (pagador de ventanilla) o sin fila en CLIENTES
      * rige consumidor final; condicion sin fila en CONDICIONES_IVA
      * toma la alicuota de PARAMETROS.
       9654-LEER-CONDICION-IVA.
           MOVE 'CF'   TO WS-IVA-CONDICION.
           MOVE SPACES TO WS-IVA-ID-FISCAL.
           IF WS-IVA-TITULAR NOT = SPACES
               EXEC SQL SELECT CONDICION_IVA, ID_FISCAL
                   INTO :WS-IVA-CONDICION, :WS-IVA-ID-FISCAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :WS-IVA-TITULAR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'CF'   TO WS-IVA-CONDICION
                   MOVE SPACES TO WS-IVA-ID-FISCAL
               END-IF
           END-IF.
           IF WS-IVA-PARAM-LEIDO = 'N'
               EXEC SQL SELECT VALOR_PARAM INTO :WS-IVA-VALOR-PARAM
                   FROM IBMUSER.PARAMETROS
                   WHERE NOMBRE_PARAM = 'ALICUOTA_IVA'
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-IVA-VALOR-PARAM TO WS-IVA-ALIC-DEFECTO
               END-IF
               MOVE 'S' TO WS-IVA-PARAM-LEIDO
           END-IF.
           EXEC SQL SELECT ALICUOTA INTO :WS-IVA-ALICUOTA
               FROM IBMUSER.CONDICIONES_IVA
               WHERE CONDICION = :WS-IVA-CONDICION
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE WS-IVA-ALIC-DEFECTO TO WS-IVA-ALICUOTA
           END-IF.
           MOVE 0 TO SQLCODE.

      * Desdoble: el movimiento de la comision queda por el neto (su
      * saldo resultante sube en el IVA) y el '%' debita el IVA
      * dejando el saldo que ya tenia la cuenta. El saldo de la
      * cuenta no cambia: el bruto ya se debito. La comision ya estaba
      * encadenada: se reencadena antes de encadenar el '%'.
       9656-POSTEAR-IVA.
           EXEC SQL UPDATE IBMUSER.MOVIMIENTOS
               SET MONTO = MONTO - :WS-IVA-IMPUESTO,
                   SALDO_RESULTANTE = SALDO_RESULTANTE
                                      + :WS-IVA-IMPUESTO
               WHERE ID_MOV = :WS-IVA-ID-MOV
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-IVA-ID-MOV TO WS-CHN-ID-MOV
               PERFORM 9587-REENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    SUCURSAL_ID, CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
                   VALUES (:WS-IVA-MOV-USUARIO, :WS-IVA-TIPO-OPER,
                    :WS-IVA-IMPUESTO, CURRENT TIMESTAMP,
                    :WS-IVA-MOV-USU-REL, :WS-IVA-MOV-SALDO,
                    :WS-IVA-MOV-AGENTE, :WS-IVA-MOV-CUENTA,
                    :WS-IVA-MOV-SUCURSAL, :WS-IVA-CONCEPTO-IVA,
                    DATE(:WS-IVA-FECHA-NEG),
                    DATE(:WS-IVA-MOV-FECHA-VAL))
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-IVA-ID-MOV-IVA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Numeracion correlativa por sucursal y tipo de comprobante
      * (MAX + 1, como RECIBOS); lo posteado por batch, sin sucursal,
      * se factura en la central.
       9658-INSERTAR-COMPROBANTE.
           IF WS-IVA-SUC-FACTURA = SPACES
               MOVE WS-IVA-SUC-CENTRAL TO WS-IVA-SUC-FACTURA
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.FACTURAS_FISCALES
               (SUCURSAL_ID, TIPO_COMPROBANTE, NUMERO, FECHA_EMISION,
                USUARIO, CONDICION_IVA, ID_FISCAL, CUENTA_NUM,
                CONCEPTO, NETO, ALICUOTA, IVA, TOTAL, ID_MOV,
                ID_MOV_IVA, SUCURSAL_ORIGEN, NUMERO_ORIGEN, ESTADO,
                AGENTE_ID, FECHA_ALTA)
               SELECT :WS-IVA-SUC-FACTURA, :WS-IVA-TIPO-COMP,
                      COALESCE(MAX(NUMERO), 0) + 1,
                      DATE(:WS-IVA-FECHA-NEG), :WS-IVA-TITULAR,
                      :WS-IVA-CONDICION, :WS-IVA-ID-FISCAL,
                      :WS-IVA-MOV-CUENTA, :WS-IVA-CONCEPTO,
                      :WS-IVA-NETO, :WS-IVA-ALICUOTA,
                      :WS-IVA-IMPUESTO, :WS-IVA-MONTO,
                      :WS-IVA-ID-MOV, :WS-IVA-ID-MOV-IVA,
                      :WS-IVA-SUC-ORIGEN, :WS-IVA-NRO-ORIGEN, 'E',
                      :WS-IVA-MOV-AGENTE, CURRENT TIMESTAMP
               FROM IBMUSER.FACTURAS_FISCALES
               WHERE SUCURSAL_ID = :WS-IVA-SUC-FACTURA
                 AND TIPO_COMPROBANTE = :WS-IVA-TIPO-COMP
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT MAX(NUMERO) INTO :WS-IVA-NUMERO
                   FROM IBMUSER.FACTURAS_FISCALES
                   WHERE SUCURSAL_ID = :WS-IVA-SUC-FACTURA
                     AND TIPO_COMPROBANTE = :WS-IVA-TIPO-COMP
                     AND ID_MOV = :WS-IVA-ID-MOV
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * 9660 - NOTA DE CREDITO DE UNA COMISION REVERTIDA               *
      * La nota copia la factura (mismos importes y alicuota), se      *
      * numera en la sucursal de quien revierte y apunta a la factura  *
      * por SUCURSAL_ORIGEN/NUMERO_ORIGEN.                             *
      *----------------------------------------------------------------*
       9660-EMITIR-NOTA-CREDITO.
           MOVE 'N' TO WS-IVA-EMITIDA.
           MOVE 0 TO WS-IVA-NUMERO.
           EXEC SQL SELECT SUCURSAL_ID, NUMERO, USUARIO,
                      CONDICION_IVA, ID_FISCAL, CUENTA_NUM, CONCEPTO,
                      NETO, ALICUOTA, IVA, TOTAL, ID_MOV_IVA
               INTO :WS-IVA-SUC-ORIGEN, :WS-IVA-NRO-ORIGEN,
                    :WS-IVA-TITULAR, :WS-IVA-CONDICION,
                    :WS-IVA-ID-FISCAL, :WS-IVA-MOV-CUENTA,
                    :WS-IVA-CONCEPTO, :WS-IVA-NETO, :WS-IVA-ALICUOTA,
                    :WS-IVA-IMPUESTO, :WS-IVA-MONTO,
                    :WS-IVA-ID-MOV-IVA
               FROM IBMUSER.FACTURAS_FISCALES
               WHERE ID_MOV = :WS-IVA-ID-MOV
                 AND TIPO_COMPROBANTE = 'F'
                 AND ESTADO = 'E'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0 AND WS-IVA-ID-MOV-IVA > 0
                   PERFORM 9662-REVERSAR-IVA
               END-IF
               IF SQLCODE = 0
                   EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
                       INTO :WS-IVA-FECHA-NEG
                       FROM IBMUSER.FECHA_NEGOCIO
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE 'C'             TO WS-IVA-TIPO-COMP
                   MOVE WS-IVA-SUCURSAL TO WS-IVA-SUC-FACTURA
                   MOVE WS-IVA-AGENTE   TO WS-IVA-MOV-AGENTE
                   PERFORM 9658-INSERTAR-COMPROBANTE
               END-IF
               IF SQLCODE = 0
                   EXEC SQL UPDATE IBMUSER.FACTURAS_FISCALES
                       SET ESTADO = 'A'
                       WHERE SUCURSAL_ID = :WS-IVA-SUC-ORIGEN
                         AND TIPO_COMPROBANTE = 'F'
                         AND NUMERO = :WS-IVA-NRO-ORIGEN
                         AND ESTADO = 'E'
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE 'S' TO WS-IVA-EMITIDA
               END-IF
           END-IF.

      * Reverso 'X' del movimiento '%' con las convenciones de PBNKR:
      * el IVA vuelve a la cuenta (o a CLIENTES.SALDO si el '%' no
      * tiene cuenta propia) y se conserva la fecha valor original.
       9662-REVERSAR-IVA.
           EXEC SQL SELECT USUARIO, USUARIO_REL, CUENTA_NUM,
                      CHAR(FECHA_VALOR, ISO)
               INTO :WS-IVA-MOV-USUARIO, :WS-IVA-MOV-USU-REL,
                    :WS-IVA-MOV-CUENTA, :WS-IVA-MOV-FECHA-VAL
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV = :WS-IVA-ID-MOV-IVA
           END-EXEC.
           IF SQLCODE = 0
               IF WS-IVA-MOV-CUENTA = SPACES
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = SALDO + :WS-IVA-IMPUESTO
                       WHERE USUARIO = :WS-IVA-MOV-USUARIO
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL SELECT SALDO INTO :WS-IVA-MOV-SALDO
                           FROM IBMUSER.CLIENTES
                           WHERE USUARIO = :WS-IVA-MOV-USUARIO
                       END-EXEC
                   END-IF
               ELSE
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = SALDO + :WS-IVA-IMPUESTO
                       WHERE NUMERO_CUENTA = :WS-IVA-MOV-CUENTA
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL SELECT SALDO INTO :WS-IVA-MOV-SALDO
                           FROM IBMUSER.CUENTAS
                           WHERE NUMERO_CUENTA = :WS-IVA-MOV-CUENTA
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    ID_MOV_ORIGEN, SUCURSAL_ID, CONCEPTO, FECHA_VALOR)
                   VALUES (:WS-IVA-MOV-USUARIO, :WS-IVA-TIPO-REV,
                    :WS-IVA-IMPUESTO, CURRENT TIMESTAMP,
                    :WS-IVA-MOV-USU-REL, :WS-IVA-MOV-SALDO,
                    :WS-IVA-AGENTE, :WS-IVA-MOV-CUENTA,
                    :WS-IVA-ID-MOV-IVA, :WS-IVA-SUCURSAL,
                    :WS-IVA-CONCEPTO-REV,
                    DATE(:WS-IVA-MOV-FECHA-VAL))
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.
