      **   (MOVIMIENTOS + DETALLE_EFECTIVO + POSICION_EFECTIVO).    **
      ** - Dos pasos con SW-CONFIRMACION y recibo numerado.         **
      ** - BATCH/PBNKAS.cbl liquida las agencias cada noche.        **
      ** - La comision sale del tarifario central (evento           **
      **   'AGENCIA', tarifa generica, COPYS/CPYTARP.cbl); sin      **
      **   tarifa publicada rige COMISION_AGENCIA_FIJA.             **
      ** - La comision lleva factura fiscal numerada a consumidor   **
      **   final; su IVA se desdobla en la liquidacion de PBNKAS.   **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIMPW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
      * Comision fija de la casa; valor de fabrica, configurable
      * (COMISION_AGENCIA_FIJA) y reemplazado por la tarifa
      * 'AGENCIA' del tarifario central si la hay.
           05 WS-COMISION           PIC S9(6)V9(2) COMP-3
                                     VALUE 2,00.
      * Desglose de efectivo, mismas denominaciones que PBNKX.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               PERFORM 7500-INSERTAR-COBRANZA
           END-IF.

           IF SQLCODE = 0 AND WS-COMISION > 0
               PERFORM 7550-FACTURAR-COMISION
           END-IF.

           IF SQLCODE = 0
               PERFORM 7600-EMITIR-RECIBO
           END-IF.
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO

       7050-LEER-EMPRESA.
           MOVE EMPRESAI TO HV-CODIGO-EMPS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE-EMPS, :HV-ESTADO-EMPS
               FROM IBMUSER.EMPRESAS_SERVICIO
           END-EXEC.

       7060-LEER-COMISION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_AGENCIA_FIJA'
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.
      * Tarifa vigente del evento 'AGENCIA' (COPYS/CPYTARP.cbl): el
      * pagador no tiene cuenta, asi que rige la generica y sin
      * franquicia; la base es el importe de la factura.
           MOVE 'AGENCIA'        TO WS-TAR-EVENTO.
           MOVE SPACES           TO WS-TAR-TIPO-CTA.
           MOVE SPACES           TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-COMISION
           END-IF.

       7100-LEER-SALDO-INTERNO.
           MOVE WC-CUENTA-AGENCIAS TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Mismo bloqueo optimista de PBNKX 7100.
       7200-ACREDITAR-INTERNO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE WC-CUENTA-AGENCIAS  TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-COBRANZA TO HV-CONCEPTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7450-INSERTAR-FILA-DESGLOSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.DETALLE_EFECTIVO
               (ID_MOV, DENOMINACION, CANTIDAD)
               VALUES (:HV-ID-MOV-DET, :HV-DENOMINACION,
           MOVE CG-SUCURSAL-ID  TO HV-SUCURSAL-POSE.
           MOVE HV-DENOMINACION TO HV-DENOM-POSE.
           MOVE HV-CANTIDAD     TO HV-CANTIDAD-POSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
           MOVE HV-ID-MOV        TO HV-ID-MOV-CAGE.
           MOVE CG-M-USER        TO HV-AGENTE-CAGE.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-CAGE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.COBRANZAS_AGENCIA
               (CODIGO_EMPRESA, REFERENCIA, MONTO, COMISION, ID_MOV,
                ESTADO, AGENTE_ID, SUCURSAL_ID, FECHA_COBRO)
                CURRENT TIMESTAMP)
           END-EXEC.

      * Factura fiscal de la comision al pagador sin cuenta
      * (consumidor final) sobre el movimiento 'D' de la cobranza,
      * solo factura: la comision queda en AGENCIAS01 y su IVA se
      * desdobla cuando BATCH/PBNKAS.cbl la liquida.
       7550-FACTURAR-COMISION.
           MOVE HV-ID-MOV        TO WS-IVA-ID-MOV.
           MOVE SPACES           TO WS-IVA-TITULAR.
           MOVE WS-COMISION      TO WS-IVA-MONTO.
           MOVE 'COMISION COBRANZA AGENCIA' TO WS-IVA-CONCEPTO.
           SET IVA-SOLO-FACTURA  TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Recibo numerado, mismas convenciones que PBNKX 7210; es el
      * unico comprobante del pagador sin cuenta.
       7600-EMITIR-RECIBO.
           MOVE 'N'                 TO HV-IND-OTP-RCB.
           MOVE 'N'                 TO HV-IND-APROB-RCB.
           MOVE CG-AGENTE-ID        TO HV-AGENTE-RCB.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RECIBOS
               (SUCURSAL_ID, FECHA_RECIBO, NRO_RECIBO, ID_MOV,
                USUARIO, TIPO_OPER, MONTO, SALDO_RESULTANTE,
                 AND FECHA_RECIBO = CURRENT DATE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT NRO_RECIBO INTO :HV-NRO-RCB
                   FROM IBMUSER.RECIBOS
                   WHERE ID_MOV = :HV-ID-MOV-RCB
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYIMPP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
