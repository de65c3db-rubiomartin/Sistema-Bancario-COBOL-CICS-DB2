      **   patron TRANSF_PENDIENTE/APROBADO_POR. El rol de cada      **
      **   administrador vive en IBMUSER.ADMINS.ROL ('C' consulta,   **
      **   'S' soporte/maker, 'J' jefe/checker).                     **
      ** - Solo acepta credenciales de soporte activas (ADMINS      **
      **   ESTADO 'A'; la recertificacion trimestral revoca o       **
      **   suspende) y anota ADMINS.ULTIMO_ACCESO en cada login.    **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY CICSATTR.
       COPY CPYHSHWD.
       COPY CPYCHNW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.
           PERFORM 9590-INICIAR-CRONOMETRO.
           MOVE 'ADMN' TO WS-RTM-SUCURSAL.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WA-COMMAREA-ADMIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(ADMINUI) TO WS-ADMIN-INPUT.
           MOVE FUNCTION UPPER-CASE(ADMINPI) TO WS-ADMINPWD-INPUT.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PASSWORD, NOMBRE, ROL
               INTO :HV-ADMIN-PASSWORD, :HV-ADMIN-NOMBRE,
                    :HV-ADMIN-ROL
               FROM IBMUSER.ADMINS
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
                 AND ESTADO = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-HASH-STR-OUT TO WS-ADMIN-PASSWORD-HASH
               IF WS-ADMIN-PASSWORD-HASH = HV-ADMIN-PASSWORD
                   SET ADMIN-AUTENTICADO TO TRUE
                   PERFORM 2050-REGISTRAR-ACCESO
                   MOVE WS-ADMIN-INPUT TO WA-ADMIN-ID
                   MOVE HV-ADMIN-ROL   TO WA-ADMIN-ROL
                   MOVE ATTR-PROT TO ADMINUA
               END-IF
           END-IF.

      * Ultimo login del soporte para la recertificacion trimestral
      * (ADMINS.ULTIMO_ACCESO; este login no escribe ACCESOS).
       2050-REGISTRAR-ACCESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ADMINS
               SET ULTIMO_ACCESO = CURRENT TIMESTAMP
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
           END-EXEC.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.

      *================================================================*
      * 3000 - CONSULTA DE PERFIL                                      *
      *================================================================*
           INSPECT USUARIOI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(USUARIOI) TO WS-USUARIO-INPUT.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, SALDO, INTENTOS_FALLIDOS, BLOQUEADO,
                    ESTADO
               INTO :HV-NOMBRE, :HV-SALDO, :HV-INTENTOS-FALLIDOS,
      * 4500 - RESETEO DE INTENTOS FALLIDOS                            *
      *================================================================*
       4500-RESETEAR-INTENTOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET INTENTOS_FALLIDOS = 0, BLOQUEADO = 'N'
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
           MOVE WA-USUARIO-CONSULTADO TO WS-HASH-SALT-IN.
           PERFORM 9960-CALCULAR-HASH.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET PASSWORD = :WS-HASH-STR-OUT,
                   INTENTOS_FALLIDOS = 0, BLOQUEADO = 'N'
           INSPECT PAYOUTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(PAYOUTI) TO WS-USUARIO-PAYOUT.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(SALDO), 0) INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
      * WS-USUARIO-PAYOUT ya viene cargado desde la accion pendiente.  *
      *================================================================*
       6000-CERRAR-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(SALDO), 0) INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
           END-IF.

       6100-CERRAR-SIN-BARRIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET ESTADO = 'C'
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
                   MOVE ' EL USUARIO DESTINO NO PUEDE SER EL MISMO'
                     TO MSGO
               ELSE
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT COUNT(*) INTO :WS-CONTADOR-PAYOUT
                       FROM IBMUSER.CLIENTES
                       WHERE USUARIO = :WS-USUARIO-PAYOUT
           MOVE WA-USUARIO-CONSULTADO TO HV-USUARIO-MOV.
           MOVE WS-USUARIO-PAYOUT     TO HV-USUARIO-REL.
           MOVE ZERO                  TO HV-SALDO-RESULTANTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID)
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET SALDO = 0, ESTADO = 'C'
                   WHERE USUARIO = :WA-USUARIO-CONSULTADO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = 0
                   WHERE USUARIO = :WA-USUARIO-CONSULTADO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET SALDO = SALDO + :WS-SALDO-TOTAL-CIERRE
                   WHERE USUARIO = :WS-USUARIO-PAYOUT
               MOVE 'R'                   TO HV-TIPO-OPER
               MOVE WS-USUARIO-PAYOUT     TO HV-USUARIO-MOV
               MOVE WA-USUARIO-CONSULTADO TO HV-USUARIO-REL
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :HV-SALDO-RESULTANTE
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :WS-USUARIO-PAYOUT
               END-EXEC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                    :HV-CUENTA-NUM, :HV-SUCURSAL-ID)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.

           IF SQLCODE = 0
      * 6800 - LEVANTAR EL CONGELAMIENTO PRE-ABANDONO (BATCH/PBNKES)   *
      *================================================================*
       6800-DESCONGELAR-ABANDONO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ESCHEAT_ETAPAS
               SET CONGELADA = 'N'
               WHERE USUARIO = :WA-USUARIO-CONSULTADO
       6500-SOLICITAR-ACCION.
           MOVE WA-USUARIO-CONSULTADO TO HV-USUARIO-ACCP.
           MOVE WA-ADMIN-ID           TO HV-SOLICITADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCIONES_PENDIENTES
               (TIPO_ACCION, USUARIO, DATO_AUX, SOLICITADO_POR,
                FECHA_SOLICITUD, ESTADO)
      *================================================================*
       7600-CARGAR-ACCION-PENDIENTE.
           MOVE 0 TO WA-ACCION-CARGADA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ACCION, TIPO_ACCION, USUARIO, DATO_AUX,
                      SOLICITADO_POR
               INTO :HV-ID-ACCP, :HV-TIPO-ACCP, :HV-USUARIO-ACCP,
                    :HV-DATO-AUX-ACCP, :HV-SOLICITADO-ACCP
               FROM IBMUSER.ACCIONES_PENDIENTES
               WHERE ESTADO = 'P'
                 AND TIPO_ACCION IN ('D', 'K', 'C', 'H')
               ORDER BY ID_ACCION
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       8100-RELEER-ACCION.
           MOVE WA-ACCION-CARGADA TO HV-ID-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_ACCION, USUARIO, DATO_AUX,
                      SOLICITADO_POR
               INTO :HV-TIPO-ACCP, :HV-USUARIO-ACCP,
           END-IF.

       8300-MARCAR-APROBADA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'A',
                   APROBADO_POR = :WA-ADMIN-ID,

               WHEN OTHER
                   MOVE WA-ACCION-CARGADA TO HV-ID-ACCP
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
                       SET ESTADO = 'R',
                           APROBADO_POR = :WA-ADMIN-ID,
                LENGTH (LENGTH OF WC-MSG-SALIDA)
                ERASE FREEKB
           END-EXEC.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN END-EXEC.

       9999-RETORNO-CICS.
           MOVE WA-COMMAREA-ADMIN TO DFHCOMMAREA.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       COPY CPYHSHPD.
       COPY CPYCHNP.
       COPY CPYRTMP.
