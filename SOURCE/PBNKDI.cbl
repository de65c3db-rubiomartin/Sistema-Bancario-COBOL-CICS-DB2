      **   original con una fila 'X', misma mecanica de PBNKR),     **
      **   PF6 la deniega (reclama el credito provisorio con un     **
      **   debito 'Z' y avisa por NOTIFICACIONES).                  **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
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
       3200-CARGAR-DISPUTA-PENDIENTE.
           MOVE 'N' TO SW-HAY-PENDIENTE.
           MOVE SPACES TO DISPLINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_DISPUTA, ID_MOV, USUARIO, MOTIVO,
                      DETALLE, CHAR(FECHA_LIMITE, ISO), CREDITO_PROV,
                      ID_MOV_CREDITO
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_PLAZO_DISPUTA'
           END-IF.

       7100-LEER-MOVIMIENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, TIPO_OPER, MONTO, USUARIO_REL,
                      CUENTA_NUM
               INTO :HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,

       7150-VERIFICAR-ABIERTA.
           MOVE 0 TO WS-EXISTE-DISPUTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-EXISTE-DISPUTA
               FROM IBMUSER.DISPUTAS
               WHERE ID_MOV = :WS-ID-MOV-BUSCADO
           MOVE HV-USUARIO-MOV    TO HV-USUARIO-DISP.
           MOVE MOTIVODI          TO HV-MOTIVO-DISP.
           MOVE DETALLEDI         TO HV-DETALLE-DISP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.DISPUTAS
               (ID_MOV, USUARIO, MOTIVO, DETALLE, FECHA_ALTA,
                FECHA_LIMITE, ESTADO)
               MOVE CG-M-USER        TO HV-AGENTE-ID
               MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID
               MOVE 'CREDITO PROVISORIO DISPUTA' TO HV-CONCEPTO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                    :HV-CUENTA-NUM, :HV-SUCURSAL-ID, :HV-CONCEPTO)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.

       7310-APLICAR-AJUSTE-CREDITO.
           IF HV-CUENTA-NUM = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO-DISP
               IF SQLCODE = 0
                   ADD HV-MONTO TO WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE USUARIO = :HV-USUARIO-DISP
                   END-EXEC
               END-IF
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
               IF SQLCODE = 0
                   ADD HV-MONTO TO WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
           END-IF.

       7350-MARCAR-CREDITO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               INTO :HV-ID-MOV-CRED-DISP
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.DISPUTAS
                   SET CREDITO_PROV = 'S',
                       ID_MOV_CREDITO = :HV-ID-MOV-CRED-DISP
               MOVE CG-M-USER        TO HV-AGENTE-ID
               MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID
               MOVE 'REVERSO POR DISPUTA' TO HV-CONCEPTO
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

       7410-REAPLICAR-INVERSO.
           IF HV-CUENTA-NUM = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO-MOV
               END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
                   WHEN 'I'
                   WHEN 'V'
                   WHEN 'L'
                   WHEN '0'
                   WHEN '\'
                   WHEN '@'
                   WHEN '+'
                   WHEN ';'
                   WHEN ']'
                   WHEN '|'
                       SUBTRACT HV-MONTO FROM WS-SALDO-ACTUAL
                           GIVING WS-SALDO-NUEVO
                   WHEN OTHER
                           GIVING WS-SALDO-NUEVO
               END-EVALUATE
               IF HV-CUENTA-NUM = SPACES
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE USUARIO = :HV-USUARIO-MOV
                   END-EXEC
               ELSE
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
           END-IF.

       7500-RESOLVER-DISPUTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DISPUTAS
               SET ESTADO = :HV-ESTADO-DISP,
                   RESUELTO_POR = :CG-M-USER,
      *----------------------------------------------------------------*
       7600-RECLAMAR-CREDITO.
           IF HV-CUENTA-NUM = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO-DISP
               IF SQLCODE = 0
                   SUBTRACT HV-MONTO FROM WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE USUARIO = :HV-USUARIO-DISP
                   END-EXEC
               END-IF
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
               IF SQLCODE = 0
                   SUBTRACT HV-MONTO FROM WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
               MOVE CG-M-USER       TO HV-AGENTE-ID
               MOVE CG-SUCURSAL-ID  TO HV-SUCURSAL-ID
               MOVE 'CLAWBACK CREDITO DISPUTA' TO HV-CONCEPTO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                    :HV-CUENTA-NUM, :HV-SUCURSAL-ID, :HV-CONCEPTO)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.

       7700-NOTIFICAR-RESOLUCION.
           MOVE HV-MONTO        TO HV-MONTO-NOTI.
           MOVE 'P'             TO HV-ESTADO-NOTI.
           MOVE 'D'             TO HV-TIPO-NOTI.
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
       9055-IR-A-QUEJAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-QUEJAS)
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

       COPY CPYVALPD.
       COPY CPYCHNP.
       COPY CPYRTMP.
