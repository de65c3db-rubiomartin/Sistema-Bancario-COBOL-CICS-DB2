      **   'T'/'R', igual que la aprobacion de PBNKA) y marca 'L'.  **
      ** - PF6 deniega: no mueve dinero, marca 'D' y avisa al       **
      **   cliente por NOTIFICACIONES.                              **
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
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
           MOVE 'N' TO SW-HAY-PENDIENTE.
           MOVE SPACES TO RETLINO.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_RET, USUARIO, CUENTA_NUM, TIPO_OPER,
                      MONTO, USUARIO_REL, PUNTAJE, MOTIVO
               INTO :HV-ID-TRET, :HV-USUARIO-TRET, :HV-CUENTA-TRET,
      *================================================================*
       7300-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TRET TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Mismo bloqueo optimista de PBNKX/PBNKT.
       7400-DEBITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE HV-CUENTA-TRET      TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-ID.
           MOVE 'LIBERADA DE REVISION FRAUDE' TO HV-CONCEPTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * El destino de una transferencia liberada se acredita en
      * CLIENTES.SALDO, igual que la transferencia inmediata.
       7600-ACREDITAR-DESTINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = SALDO + :HV-MONTO-TRET
               WHERE USUARIO = :HV-USUARIO-REL-TRET
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-NUEVO-DEST
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO-REL-TRET
           MOVE SPACES              TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-ID.
           MOVE 'LIBERADA DE REVISION FRAUDE' TO HV-CONCEPTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7700-RESOLVER-RETENIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TRANSACCIONES_RETENIDAS
               SET ESTADO = :HV-ESTADO-TRET,
                   RESUELTO_POR = :CG-M-USER,
           MOVE HV-MONTO-TRET   TO HV-MONTO-NOTI.
           MOVE 'P'             TO HV-ESTADO-NOTI.
           MOVE 'F'             TO HV-TIPO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF)
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
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYCHNP.
       COPY CPYRTMP.
