      **   pago al origen; cualquier error de base responde '91'    **
      **   sin acreditar (la red reintenta).                        **
      ** - La pata saliente vive en PBNKT (3070).                   **
      ** - La cuenta destino llega como CBU de 22 digitos y se      **
      **   resuelve por CUENTAS.CBU; un CBU con digitos            **
      **   verificadores erroneos responde '05'. Una clave corta   **
      **   (hasta 10) se sigue tomando como NUMERO_CUENTA.          **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * COPIES DE COMMAREA Y UTILIDADES                                *
      *----------------------------------------------------------------*
       COPY CPYINSCA.
       COPY CPYCBUW.
       COPY CPYCHNW.
       COPY DFHAID.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.
           MOVE 'LINK' TO WS-RTM-FUNCION.
           MOVE 'RIEL' TO WS-RTM-SUCURSAL.

           IF EIBCALEN NOT = LENGTH OF INS-COMMAREA
               PERFORM 9592-GRABAR-TIEMPO
               EXEC CICS RETURN END-EXEC
           END-IF.

           END-IF.

           MOVE INS-COMMAREA TO DFHCOMMAREA.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN END-EXEC.

      *================================================================*
      * credito de madrugada quedaria en un dia que el ciclo
      * nocturno ya cerro). Mismo criterio que PBNKAU/PBNKX 7020.
       7020-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
       7050-BUSCAR-PAGO-REGISTRADO.
           MOVE INS-BANCO      TO HV-BANCO-PRIE.
           MOVE INS-REFERENCIA TO HV-REFERENCIA-PRIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_MOV INTO :HV-ID-MOV-PRIE
               FROM IBMUSER.PAGOS_RIEL
               WHERE BANCO_ORIGEN = :HV-BANCO-PRIE
           END-EXEC.

       7100-LEER-CUENTA-DESTINO.
           IF INS-CUENTA-DESTINO(11:12) = SPACES
               MOVE INS-CUENTA-DESTINO(1:10) TO HV-NUMERO-CUENTA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO, USUARIO
                   INTO :HV-SALDO-CTA, :HV-USUARIO-CTA
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
               END-EXEC
           ELSE
               PERFORM 7110-LEER-CUENTA-POR-CBU
           END-IF.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * CBU con digitos verificadores erroneos: se trata igual que
      * una cuenta inexistente ('05', la red devuelve el pago).
       7110-LEER-CUENTA-POR-CBU.
           MOVE INS-CUENTA-DESTINO TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.
           IF WS-CBU-OK = 'S'
               MOVE WS-CBU-NUMERO TO HV-CBU-CTA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT NUMERO_CUENTA, SALDO, USUARIO
                   INTO :HV-NUMERO-CUENTA, :HV-SALDO-CTA,
                        :HV-USUARIO-CTA
                   FROM IBMUSER.CUENTAS
                   WHERE CBU = :HV-CBU-CTA
               END-EXEC
           ELSE
               MOVE 100 TO SQLCODE
           END-IF.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7200-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
               DELIMITED BY SIZE INTO WS-CONCEPTO-RIEL.
           MOVE WS-CONCEPTO-RIEL TO HV-CONCEPTO.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7350-LEER-ID-MOV-NUEVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               INTO :WS-ID-MOV-CREDITO
               FROM SYSIBM.SYSDUMMY1
           MOVE INS-BANCO        TO HV-BANCO-PRIE.
           MOVE INS-REFERENCIA   TO HV-REFERENCIA-PRIE.
           MOVE WS-ID-MOV-CREDITO TO HV-ID-MOV-PRIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PAGOS_RIEL
               (BANCO_ORIGEN, REFERENCIA, ID_MOV, FECHA_CREDITO)
               VALUES (:HV-BANCO-PRIE, :HV-REFERENCIA-PRIE,
                :HV-ID-MOV-PRIE, CURRENT TIMESTAMP)
           END-EXEC.

       COPY CPYCBUP.
       COPY CPYCHNP.
       COPY CPYRTMP.
