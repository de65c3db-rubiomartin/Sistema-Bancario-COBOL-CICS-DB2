      **   igual que CLIENTES.PASSWORD; nunca en claro.             **
      ** - La tarjeta emitida queda 'E' hasta que BATCH/PBNKTE.cbl  **
      **   la extrae para el embozador y el cliente la activa aca.  **
      ** - Las tarjetas de credito (TIPO_TARJETA 'C') se abren en   **
      **   PBNKTK (PF10) junto con su cuenta TC; activacion,        **
      **   bloqueo, reemision y PIN se hacen aca igual que las de   **
      **   debito, y la reemision conserva el tipo y la cuenta.     **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYHSHWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHEN EIBAID = DFHPF9
                   PERFORM 2400-FIJAR-PIN

               WHEN EIBAID = DFHPF10
                   PERFORM 9050-IR-A-TARJ-CREDITO

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE
                     ' ENTER=EMITIR PF5=ACT PF6=BLOQ PF7=REEM PF10=TC'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

       2100-EMITIR-TARJETA.
           PERFORM 2150-VALIDAR-CLIENTE-CUENTA.
           IF NO-HAY-ERRORES
               MOVE 'D' TO HV-TIPO-TARJ
               PERFORM 7200-INSERTAR-TARJETA
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
       7100-VALIDAR-CUENTA-CLIENTE.
           MOVE USRDESTJI TO HV-USUARIO-CTA.
           MOVE CUENTAJI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Vencimiento contractual: fecha de emision mas
      * ANOS_VIGENCIA_TARJ anos (4 por contrato con la red).
       7150-CALCULAR-VENCIMIENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ANOS_VIGENCIA_TARJ'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-ANOS-VIGENCIA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE
                   + :WS-ANOS-VIGENCIA YEARS, ISO)
               INTO :WS-FECHA-VTO-NUEVA
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           PERFORM 7150-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-VTO-NUEVA TO HV-FECHA-VENC-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TARJETAS
               (USUARIO, CUENTA_NUM, ESTADO, ENVIADA_EMBOZADOR,
                MODIFICADO_POR, FECHA_EMISION, FECHA_ESTADO,
                FECHA_VENCIMIENTO, TIPO_TARJETA)
               VALUES (:HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                :HV-ESTADO-TARJ, 'N', :HV-MODIF-POR-TARJ,
                CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                DATE(:HV-FECHA-VENC-TARJ), :HV-TIPO-TARJ)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-TARJ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
                   WS-ID-EDITADO     DELIMITED BY SIZE
                   INTO WS-NUMERO-NUEVO
               MOVE WS-NUMERO-NUEVO TO HV-NUMERO-TARJ
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.TARJETAS
                   SET NUMERO_TARJETA = :HV-NUMERO-TARJ
                   WHERE ID_TARJETA = :HV-ID-TARJ
       7300-CAMBIAR-ESTADO-DB2.
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           MOVE WS-ESTADO-DESTINO TO HV-ESTADO-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET ESTADO = :HV-ESTADO-TARJ,
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,
      * ya no este operativa no es error: la reposicion sigue.
       7350-RETIRAR-TARJETA-ORIGEN.
           MOVE 0 TO HV-ID-TARJ-ORIGEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_TARJETA_ORIGEN INTO :HV-ID-TARJ-ORIGEN
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.
           IF SQLCODE = 0 AND HV-ID-TARJ-ORIGEN > 0
               MOVE CG-M-USER TO HV-MODIF-POR-TARJ
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.TARJETAS
                   SET ESTADO = 'R',
                       MODIFICADO_POR = :HV-MODIF-POR-TARJ,
           END-IF.

       7400-LEER-TARJETA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_TARJETA, USUARIO, CUENTA_NUM, ESTADO,
                    TIPO_TARJETA
               INTO :HV-ID-TARJ, :HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                    :HV-ESTADO-TARJ, :HV-TIPO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.

       7450-MARCAR-REEMPLAZADA.
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET ESTADO = 'R',
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,
           PERFORM 9960-CALCULAR-HASH.
           MOVE WS-HASH-STR-OUT TO HV-PIN-HASH-TARJ.
           MOVE CG-M-USER       TO HV-MODIF-POR-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET PIN_HASH = :HV-PIN-HASH-TARJ,
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9050-IR-A-TARJ-CREDITO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-TARJ-CREDITO)
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
       COPY CPYRTMP.
