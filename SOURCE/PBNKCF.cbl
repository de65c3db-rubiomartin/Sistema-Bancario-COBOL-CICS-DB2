      **   carta presentada y ve para quien, cuanto, a que fecha y  **
      **   quien la emitio - o que el codigo no existe (posible     **
      **   falsificacion).                                          **
      ** - La carta identifica la cuenta tambien por su CBU         **
      **   (IBMUSER.CUENTAS.CBU) cuando ya esta asignado.           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CPYHSHWD.
       COPY CPYIMPW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
       7100-VALIDAR-CUENTA-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO-CTA.
           MOVE CUENTAFI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, CBU INTO :HV-SALDO-CTA, :HV-CBU-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7150-LEER-FECHA-HOY.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-FECHA-SALDO
               FROM SYSIBM.SYSDUMMY1
           MOVE FECHACFI TO WS-FECHA-SALDO.
           MOVE USRDESTI TO HV-USUARIO-SEOD.
           MOVE CUENTAFI TO HV-CUENTA-SEOD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO_CIERRE INTO :HV-SALDO-SEOD
               FROM IBMUSER.SALDOS_EOD
               WHERE USUARIO = :HV-USUARIO-SEOD
           MOVE WS-FECHA-SALDO  TO HV-FECHA-SALDO-CERT.
           MOVE CG-M-USER       TO HV-AGENTE-CERT.
           MOVE CG-SUCURSAL-ID  TO HV-SUCURSAL-CERT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CERTIFICADOS_SALDO
               (USUARIO, CUENTA_NUM, SALDO_CERTIFICADO, FECHA_SALDO,
                ESTADO, AGENTE_ID, SUCURSAL_ID, FECHA_EMISION)
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CERT
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               WS-HASH-STR-OUT(9:8) DELIMITED BY SIZE
               INTO WS-CODIGO-NUEVO.
           MOVE WS-CODIGO-NUEVO TO HV-CODIGO-CERT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CERTIFICADOS_SALDO
               SET CODIGO_VERIFICACION = :HV-CODIGO-CERT
               WHERE ID_CERT = :HV-ID-CERT
               HV-CUENTA-CERT DELIMITED BY SIZE
               INTO WS-CARTA-LINEA.
           PERFORM 7550-ESCRIBIR-LINEA-CARTA.
           IF HV-CBU-CTA NOT = SPACES
               MOVE SPACES TO WS-CARTA-LINEA
               STRING ' CBU: ' DELIMITED BY SIZE
                   HV-CBU-CTA DELIMITED BY SIZE
                   INTO WS-CARTA-LINEA
               PERFORM 7550-ESCRIBIR-LINEA-CARTA
           END-IF.
           MOVE SPACES TO WS-CARTA-LINEA.
           STRING ' SALDO AL ' DELIMITED BY SIZE
               WS-FECHA-SALDO DELIMITED BY SIZE
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

       7600-BUSCAR-POR-CODIGO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, SALDO_CERTIFICADO,
                    CHAR(FECHA_SALDO, ISO), ESTADO, AGENTE_ID,
                    SUCURSAL_ID
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

       COPY CPYHSHPD.
       COPY CPYIMPP.
       COPY CPYRTMP.
