      ** - PF7 cancela la orden activa ('X').                       **
      ** - El remanente activo lo protegen PBNKX/PBNKT junto con    **
      **   las retenciones de disponibilidad.                       **
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

       2120-VALIDAR-DETALLE.
           MOVE WS-USUARIO-ORDEN TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO

           IF NO-HAY-ERRORES AND CUENTAOLI NOT = SPACES
               MOVE CUENTAOLI TO HV-NUMERO-CUENTA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA

           IF NO-HAY-ERRORES
               MOVE FECHAVTOI TO WS-FECHA-VTO-ISO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(DATE(:WS-FECHA-VTO-ISO), ISO)
                   INTO :WS-DUMMY-FECHA
                   FROM SYSIBM.SYSDUMMY1
           IF NOT HAY-ORDEN-CARGADA
               CONTINUE
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ORDENES_LEGALES
                   SET ESTADO = 'X',
                       FECHA_RESOLUCION = CURRENT TIMESTAMP
               MOVE ATTR-RED TO MSGC
           ELSE
               MOVE WS-USUARIO-ORDEN TO HV-USUARIO-ORDL
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT ID_ORDEN, CUENTA_NUM, MONTO,
                          MONTO_EJECUTADO, AUTORIDAD_REF,
                          CHAR(FECHA_VENCIMIENTO, ISO)
           MOVE AUTREFI          TO HV-AUTORIDAD-ORDL.
           MOVE WS-FECHA-VTO-ISO TO HV-FECHA-VTO-ORDL.
           MOVE CG-M-USER        TO HV-CREADO-ORDL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ORDENES_LEGALES
               (USUARIO, CUENTA_NUM, MONTO, MONTO_EJECUTADO,
                AUTORIDAD_REF, FECHA_VENCIMIENTO, ESTADO,
       7300-LEER-SALDO-AFECTADO.
           IF HV-CUENTA-ORDL = SPACES
               MOVE HV-USUARIO-ORDL TO HV-USUARIO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO
               END-EXEC
           ELSE
               MOVE HV-CUENTA-ORDL TO HV-NUMERO-CUENTA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Bloqueo optimista, igual que PBNKX/PBNKT.
       7400-DEBITAR-SALDO-AFECTADO.
           IF HV-CUENTA-ORDL = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET SALDO = :WS-SALDO-NUEVO
                   WHERE USUARIO = :HV-USUARIO
                     AND SALDO = :WS-SALDO-ACTUAL
               END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = :WS-SALDO-NUEVO
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           STRING 'EMBARGO ' DELIMITED BY SIZE
               HV-AUTORIDAD-ORDL DELIMITED BY SIZE
               INTO HV-CONCEPTO.
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

       7600-ACTUALIZAR-ORDEN.
           COMPUTE WS-EJECUTADO-NUEVO =
               HV-EJECUTADO-ORDL + WS-MONTO-EMBARGO.
           IF WS-EJECUTADO-NUEVO >= HV-MONTO-ORDL
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ORDENES_LEGALES
                   SET MONTO_EJECUTADO = :WS-EJECUTADO-NUEVO,
                       ESTADO = 'E',
                     AND ESTADO = 'A'
               END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ORDENES_LEGALES
                   SET MONTO_EJECUTADO = :WS-EJECUTADO-NUEVO
                   WHERE ID_ORDEN = :HV-ID-ORDL
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

       COPY CPYVALPD.
       COPY CPYCHNP.
       COPY CPYRTMP.
