      **   (LIMITE_DIARIO_TARJ), que debe ser MENOR que su          **
      **   CLIENTES.LIMITE_DIARIO; 0 lo quita. PBNKAU lo aplica en  **
      **   la autorizacion.                                         **
      **   PF10 = puntos de lealtad (SOURCE/PBNKPN.cbl): saldo,     **
      **   vencimientos y canje.                                    **
      **   PF11 = retiro sin tarjeta (SOURCE/PBNKST.cbl): codigo de **
      **   un solo uso al telefono para cobrar en un cajero.        **
      ** - Toda operacion valida que la tarjeta tecleada pertenezca **
      **   a CG-M-USER; MODIFICADO_POR queda estampado con el       **
      **   propio cliente, mismo rastro que en PBNKTJ.              **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPTMO.
           MOVE ' PF6=BLOQ PF7=REPO PF9=LIM PF10=PTOS PF11=RET PF3=MENU'
             TO LEYENDAO.
           PERFORM 3000-LISTAR-TARJETAS.
           SET ENVIO-ERASE TO TRUE.
               WHEN EIBAID = DFHPF9
                   PERFORM 2300-FIJAR-LIMITE

               WHEN EIBAID = DFHPF10
                   PERFORM 9050-IR-A-PUNTOS

               WHEN EIBAID = DFHPF11
                   PERFORM 9055-IR-A-RETIRO-SIN-TARJETA

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' PF9=LIMITE PF10=PUNTOS PF11=RETIRO SIN TARJ'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-TARJETA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_TARJETA, USUARIO, CUENTA_NUM, ESTADO,
                    LIMITE_DIARIO_TARJ, TIPO_TARJETA
               INTO :HV-ID-TARJ, :HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                    :HV-ESTADO-TARJ, :HV-LIMITE-TARJ, :HV-TIPO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.

       7200-LEER-LIMITE-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT LIMITE_DIARIO INTO :HV-LIMITE-DIARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-M-USER
      * la fila ademas debe seguir siendo del cliente.
       7300-BLOQUEAR-TARJETA-DB2.
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET ESTADO = 'B',
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,
      * Vencimiento de la reposicion: hoy mas ANOS_VIGENCIA_TARJ
      * anos, igual que la emision en PBNKTJ.
       7450-CALCULAR-VENCIMIENTO.
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

       7400-MARCAR-REEMPLAZADA.
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET ESTADO = 'R',
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,

      * Emision de la tarjeta de reposicion: misma mecanica de
      * PBNKTJ 7200 (BIN fijo + ID_TARJETA, numero completado con un
      * UPDATE porque el ID lo genera DB2). Conserva cuenta, tipo
      * (debito/credito) y limite propio de la tarjeta reemplazada;
      * el PIN queda vacio hasta que un empleado lo fije en PBNKTJ
      * al entregarla.
       7500-INSERTAR-TARJETA.
           MOVE CG-M-USER TO HV-USUARIO-TARJ.
           MOVE CG-M-USER TO HV-MODIF-POR-TARJ.
           MOVE WS-ID-ORIGEN TO HV-ID-TARJ-ORIGEN.
           PERFORM 7450-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-VTO-NUEVA TO HV-FECHA-VENC-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TARJETAS
               (USUARIO, CUENTA_NUM, ESTADO, ENVIADA_EMBOZADOR,
                MODIFICADO_POR, FECHA_EMISION, FECHA_ESTADO,
                LIMITE_DIARIO_TARJ, FECHA_VENCIMIENTO,
                ID_TARJETA_ORIGEN, TIPO_TARJETA)
               VALUES (:HV-USUARIO-TARJ, :HV-CUENTA-TARJ, 'E', 'N',
                :HV-MODIF-POR-TARJ, CURRENT TIMESTAMP,
                CURRENT TIMESTAMP, :HV-LIMITE-TARJ,
                DATE(:HV-FECHA-VENC-TARJ), :HV-ID-TARJ-ORIGEN,
                :HV-TIPO-TARJ)
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
       7600-GRABAR-LIMITE.
           MOVE WS-LIMITE-NUEVO TO HV-LIMITE-TARJ.
           MOVE CG-M-USER       TO HV-MODIF-POR-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARJETAS
               SET LIMITE_DIARIO_TARJ = :HV-LIMITE-TARJ,
                   MODIFICADO_POR = :HV-MODIF-POR-TARJ,
               WHERE USUARIO = :CG-M-USER
               ORDER BY ID_TARJETA DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PROPIAS END-EXEC.

       7750-FETCH-PROPIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PROPIAS
               INTO :HV-NUMERO-TARJ, :HV-CUENTA-TARJ,
                    :HV-ESTADO-TARJ, :HV-LIMITE-TARJ
           END-EXEC.

       7780-CERRAR-CURSOR-PROPIAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PROPIAS END-EXEC.

      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9050-IR-A-PUNTOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-PUNTOS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9055-IR-A-RETIRO-SIN-TARJETA.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-RETIRO-SIN-TARJ)
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
       COPY CPYRTMP.
