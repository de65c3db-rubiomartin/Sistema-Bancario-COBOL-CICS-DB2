      **   TRANSF_SALIENTE 'P' que liquida PBNKCS). Las DOS firmas **
      **   quedan en el CONCEPTO del movimiento.                   **
      ** - PF6 la rechaza ('R'); PF7 refresca la cola.             **
      ** - PF8 abre las excepciones de pago positivo (PBNKPY).     **
      ** - Una externa liberada paga ademas la comision            **
      **   'TRANSFER' del tarifario central (COPYS/CPYTARP.cbl)    **
      **   como movimiento 'F' de la cuenta de la empresa.         **
      ** - Esa comision lleva factura fiscal numerada y su IVA se  **
      **   desdobla en un movimiento '%' (COPYS/CPYIVAP.cbl).      **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPFSO.
           MOVE ' PF5=FIRMA PF6=RECHAZA PF7=REFRESCA PF8=P.POS PF3=FIN'
             TO LEYENDAO.
           PERFORM 3000-CARGAR-PENDIENTE.
           SET ENVIO-ERASE TO TRUE.
               WHEN EIBAID = DFHPF7 OR EIBAID = DFHENTER
                   PERFORM 3000-CARGAR-PENDIENTE

               WHEN EIBAID = DFHPF8
                   PERFORM 9060-IR-A-PAGO-POSITIVO

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

           STRING 'FIRMAS ' HV-INICIA-FPEN ' ' CG-M-USER
               DELIMITED BY SIZE INTO WS-CONCEPTO-FIRMAS.
           PERFORM 7600-LEER-CUENTA-EMPRESA.
      * La externa paga la comision del tarifario ('TRANSFER'), la
      * misma que cobra PBNKT 3090 a la inmediata.
           MOVE 0 TO WS-TAR-COMISION.
           IF SQLCODE = 0 AND HV-TIPO-DEST-FPEN = 'E'
               PERFORM 2160-TARIFAR-SALIDA
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR LEYENDO LA CUENTA DE LA EMPRESA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN WS-SALDO-ACTUAL < HV-MONTO-FPEN + WS-TAR-COMISION
                   MOVE ' FONDOS INSUFICIENTES EN LA CUENTA' TO MSGO
                   MOVE ATTR-RED TO MSGC

                   IF SQLCODE = 0
                       IF HV-TIPO-DEST-FPEN = 'E'
                           PERFORM 7750-INSERTAR-SALIENTE
                           IF SQLCODE = 0
                               PERFORM 7770-COBRAR-COMISION-SALIDA
                           END-IF
                       ELSE
                           PERFORM 7760-ACREDITAR-DESTINO-LOCAL
                       END-IF
                   END-IF
           END-EVALUATE.

      * Tarifa vigente del evento 'TRANSFER' para el producto de la
      * cuenta de la empresa sobre el monto (COPYS/CPYTARP.cbl).
       2160-TARIFAR-SALIDA.
           MOVE 'TRANSFER'       TO WS-TAR-EVENTO.
           MOVE HV-TIPO-CUENTA   TO WS-TAR-TIPO-CTA.
           MOVE HV-CUENTA-FPEN   TO WS-TAR-CUENTA.
           MOVE HV-MONTO-FPEN    TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.

      *================================================================*
      * 2300 - RECHAZO DE LA FIRMA PENDIENTE (PF6)                     *
      *================================================================*
           IF SQLCODE NOT = 0
               MOVE ' NO HAY TRANSFERENCIAS A LA FIRMA' TO MSGO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.FIRMAS_PENDIENTES
                   SET ESTADO = 'R',
                       USUARIO_LIBERA = :CG-M-USER,
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
      * firmante vigente y no la inicio ella misma; trae tambien el
      * poder del firmante que mira.
       7500-LEER-PENDIENTE-ACTUAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT P.ID_FIRMA, P.CUENTA_NUM,
                      P.USUARIO_INICIA, P.TIPO_DESTINO,
                      P.USUARIO_DESTINO, P.BANCO_DESTINO,

       7600-LEER-CUENTA-EMPRESA.
           MOVE HV-CUENTA-FPEN TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, USUARIO, TIPO_CUENTA
               INTO :HV-SALDO-CTA, :HV-USUARIO-CTA, :HV-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7650-DEBITAR-CUENTA-EMPRESA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WS-CONCEPTO-FIRMAS TO HV-CONCEPTO.
           MOVE 0                  TO HV-ID-MOV-ORIGEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7720-LEER-ID-MOV-NUEVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               INTO :WS-ID-MOV-DEBITO
               FROM SYSIBM.SYSDUMMY1
           MOVE HV-CTA-DEST-FPEN   TO HV-CTA-DESTINO-SAL.
           MOVE HV-MONTO-FPEN      TO HV-MONTO-SAL.
           MOVE 'P'                TO HV-ESTADO-SAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TRANSF_SALIENTE
               (USUARIO_ORIGEN, CUENTA_NUM, BANCO_DESTINO,
                CUENTA_DESTINO, MONTO, ESTADO, FECHA_CREACION)
                CURRENT TIMESTAMP)
           END-EXEC.

      * Comision de la externa como movimiento propio 'F' de la
      * cuenta de la empresa, en la misma unidad de trabajo.
       7770-COBRAR-COMISION-SALIDA.
           IF WS-TAR-COMISION > 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = SALDO - :WS-TAR-COMISION
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
               END-EXEC
               IF SQLCODE = 0
                   SUBTRACT WS-TAR-COMISION FROM WS-SALDO-NUEVO
                   MOVE WS-USUARIO-EMPRESA TO HV-USUARIO-MOV
                   MOVE HV-BANCO-FPEN      TO HV-USUARIO-REL
                   MOVE 'F'                TO HV-TIPO-OPER
                   MOVE WS-TAR-COMISION    TO HV-MONTO
                   MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE
                   MOVE SPACES             TO HV-AGENTE-ID
                   MOVE HV-CUENTA-FPEN     TO HV-CUENTA-NUM
                   MOVE SPACES             TO HV-SUCURSAL-ID
                   MOVE 'COMISION TRANSF EXTERIOR' TO HV-CONCEPTO
                   MOVE 0                  TO HV-ID-MOV-ORIGEN
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                       (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                        SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                        ID_MOV_ORIGEN, SUCURSAL_ID, CONCEPTO)
                       VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER,
                        :HV-MONTO, CURRENT TIMESTAMP, :HV-USUARIO-REL,
                        :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                        :HV-CUENTA-NUM, :HV-ID-MOV-ORIGEN,
                        :HV-SUCURSAL-ID, :HV-CONCEPTO)
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM 9580-ENCADENAR-MOVIMIENTO
                   END-IF
               END-IF
               IF SQLCODE = 0
                   PERFORM 7775-FACTURAR-COMISION-SALIDA
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

      * Factura fiscal a la empresa y desdoble del IVA de la
      * comision en un movimiento '%' (COPYS/CPYIVAP.cbl).
       7775-FACTURAR-COMISION-SALIDA.
           MOVE 0                  TO WS-IVA-ID-MOV.
           MOVE WS-USUARIO-EMPRESA TO WS-IVA-TITULAR.
           MOVE WS-TAR-COMISION    TO WS-IVA-MONTO.
           MOVE 'COMISION TRANSF EXTERIOR' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR       TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * La pata local acredita CLIENTES.SALDO del destinatario y
      * deja la fila 'R', misma convencion que PBNKT.
       7760-ACREDITAR-DESTINO-LOCAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = SALDO + :HV-MONTO-FPEN
               WHERE USUARIO = :HV-DESTINO-FPEN
               MOVE SPACES             TO HV-SUCURSAL-ID
               MOVE WS-CONCEPTO-FIRMAS TO HV-CONCEPTO
               MOVE 0                  TO HV-ID-MOV-ORIGEN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    :HV-CUENTA-NUM, :HV-ID-MOV-ORIGEN,
                    :HV-SUCURSAL-ID, :HV-CONCEPTO)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.

       7800-CERRAR-FIRMA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.FIRMAS_PENDIENTES
               SET ESTADO = 'F',
                   USUARIO_LIBERA = :CG-M-USER,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9060-IR-A-PAGO-POSITIVO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-PAGO-POSITIVO)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
               ERASE FREEKB END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
