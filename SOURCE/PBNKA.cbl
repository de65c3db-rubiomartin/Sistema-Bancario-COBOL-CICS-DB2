      ** - PF6 rechaza: no mueve dinero, marca la fila ESTADO='R'.  **
      ** - PF7 salta a la siguiente sin resolver esta.              **
      ** - Utiliza COMMIT/ROLLBACK (SYNCPOINT) para integridad.     **
      ** - Saliente interbancaria aprobada: cobra tambien la        **
      **   comision 'TRANSFER' del tarifario central (movimiento    **
      **   'F' en la cuenta retenida); los fondos deben cubrir      **
      **   monto + comision.                                        **
      ** - Esa comision lleva factura fiscal numerada y su IVA se   **
      **   desdobla en un movimiento '%' (COPYS/CPYIVAP.cbl).       **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Impuesto a los debitos y creditos (COPYS/CPYIDCP.cbl) en **
      **   las dos patas de la local aprobada (salvo entre el mismo **
      **   cliente) y en el debito de la saliente aprobada.         **
      ** - La local aprobada salda, como PBNKT, la solicitud de     **
      **   pago aceptada mas vieja del mismo destino y monto (queda **
      **   'G' con el ID de la pata 'T').                           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYSCRW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYIDCW.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE DCLCSAN END-EXEC.
           EXEC SQL INCLUDE DCLTRSA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLSOLP END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

      * IBMUSER.TRANSF_SALIENTE, no de CLIENTES.SALDO.
           05 WS-SALDO-CTA-ACTUAL   PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-CTA-NUEVO    PIC S9(8)V9(2) COMP-3.
      * ID de la pata 'T' aprobada: salda la solicitud de pago.
           05 WS-ID-MOV-DEBITO      PIC S9(9) COMP VALUE 0.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.

       2140-SCREEN-DESTINO.
           MOVE SPACES TO HV-NOMBRE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-DESTINO-PEND
               MOVE HV-NOMBRE           TO HV-NOMBRE-CSAN
               MOVE WS-SCR-ID-LISTA     TO HV-ID-LISTA-CSAN
               MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
                   (USUARIO, NOMBRE_CLIENTE, ID_LISTA,
                    NOMBRE_LISTA, ORIGEN, ESTADO, FECHA_DETECCION)
               MOVE CG-M-USER          TO HV-AGENTE-ID
               PERFORM 7600-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-DEBITO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE 'R'                TO HV-TIPO-OPER
               MOVE HV-MONTO-PEND      TO HV-MONTO
               MOVE CG-M-USER          TO HV-AGENTE-ID
               PERFORM 7600-INSERTAR-MOVIMIENTO
           END-IF.
      * Impuesto a los debitos y creditos sobre cada pata, salvo
      * entre el mismo cliente (PBNKT 3080/3085).
           IF SQLCODE = 0
              AND HV-DESTINO-PEND NOT = HV-ORIGEN-PEND
               PERFORM 2160-IMP-DEBCRED-ORIGEN
               IF SQLCODE = 0
                   PERFORM 2165-IMP-DEBCRED-DESTINO
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 7780-SALDAR-SOLICITUD
           END-IF.
           IF SQLCODE = 0
               MOVE 'A'            TO HV-ESTADO-PEND
               MOVE CG-M-USER      TO WS-APROBADOR
               MOVE ' ERROR AL APROBAR LA TRANSFERENCIA' TO MSGAO
           END-IF.

      *----------------------------------------------------------------*
      * 2160/2165 - Impuesto a los debitos y creditos de cada pata     *
      * (COPYS/CPYIDCP.cbl) en la unidad de trabajo de la aprobacion.  *
      * Las dos patas mueven CLIENTES.SALDO: CUENTA_NUM en blanco.     *
      *----------------------------------------------------------------*
       2160-IMP-DEBCRED-ORIGEN.
           MOVE HV-ORIGEN-PEND      TO WS-IDC-USUARIO.
           MOVE HV-ORIGEN-PEND      TO WS-IDC-TITULAR.
           MOVE SPACES              TO WS-IDC-CUENTA.
           MOVE HV-MONTO-PEND       TO WS-IDC-MONTO.
           MOVE 'S'                 TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO-ORIG TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID      TO WS-IDC-SUCURSAL.
           MOVE CG-M-USER           TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2165-IMP-DEBCRED-DESTINO.
           MOVE HV-DESTINO-PEND     TO WS-IDC-USUARIO.
           MOVE HV-DESTINO-PEND     TO WS-IDC-TITULAR.
           MOVE SPACES              TO WS-IDC-CUENTA.
           MOVE HV-MONTO-PEND       TO WS-IDC-MONTO.
           MOVE 'N'                 TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO-DEST TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID      TO WS-IDC-SUCURSAL.
           MOVE CG-M-USER           TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *----------------------------------------------------------------*
      * 2170 - APROBACION DE SALIENTE INTERBANCARIA (ID_SALIENTE > 0). *
      * El debito sale de la cuenta del item retenido en               *
           IF SQLCODE = 0
               PERFORM 7320-LEER-SALDO-CUENTA-SAL
           END-IF.
      * Comision del tarifario ('TRANSFER'), la misma que cobra
      * PBNKT 3090 a la externa inmediata: los fondos tienen que
      * alcanzar para el monto y la comision.
           MOVE 0 TO WS-TAR-COMISION.
           IF SQLCODE = 0
               PERFORM 2175-TARIFAR-SALIENTE
           END-IF.
           IF SQLCODE NOT = 0
                   OR WS-SALDO-CTA-ACTUAL
                      < HV-MONTO-SAL + WS-TAR-COMISION
               MOVE 'R' TO HV-ESTADO-PEND
               PERFORM 7700-ACTUALIZAR-ESTADO
               IF SQLCODE = 0
               IF SQLCODE = 0
                   PERFORM 7340-INSERTAR-MOV-SALIENTE
               END-IF
               IF SQLCODE = 0
                   PERFORM 2180-IMP-DEBCRED-SALIENTE
               END-IF
               IF SQLCODE = 0
                   PERFORM 7345-COBRAR-COMISION-SAL
               END-IF
               IF SQLCODE = 0
                   PERFORM 7350-LIBERAR-SALIENTE
               END-IF
               END-IF
           END-IF.

      * Impuesto sobre el debito de la cuenta retenida; la comision
      * de abajo sigue al saldo que deja el impuesto (PBNKT 3090).
       2180-IMP-DEBCRED-SALIENTE.
           MOVE HV-ORIGEN-SAL      TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-CTA     TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-SAL      TO WS-IDC-CUENTA.
           MOVE HV-MONTO-SAL       TO WS-IDC-MONTO.
           MOVE 'S'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-CTA-NUEVO TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID     TO WS-IDC-SUCURSAL.
           MOVE CG-M-USER          TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-CTA-NUEVO
           END-IF.

      * Tarifa vigente del evento 'TRANSFER' para el producto de la
      * cuenta retenida sobre el monto (COPYS/CPYTARP.cbl).
       2175-TARIFAR-SALIENTE.
           MOVE 'TRANSFER'       TO WS-TAR-EVENTO.
           MOVE HV-TIPO-CUENTA   TO WS-TAR-TIPO-CTA.
           MOVE HV-CUENTA-SAL    TO WS-TAR-CUENTA.
           MOVE HV-MONTO-SAL     TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.

       2200-RECHAZAR.
           IF NOT HAY-PENDIENTE-CARGADA
               MOVE ' NO HAY NADA PENDIENTE PARA RECHAZAR' TO MSGAO
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-PRIMERA-PENDIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_PEND, USUARIO_ORIGEN, USUARIO_DESTINO,
                      MONTO, ESTADO, FECHA_CREACION, ID_SALIENTE
               INTO :HV-ID-PEND, :HV-ORIGEN-PEND, :HV-DESTINO-PEND,
      *----------------------------------------------------------------*
       7310-LEER-SALIENTE.
           MOVE HV-ID-SALIENTE-PEND TO HV-ID-SAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO_ORIGEN, CUENTA_NUM, BANCO_DESTINO,
                      CUENTA_DESTINO, MONTO
               INTO :HV-ORIGEN-SAL, :HV-CUENTA-SAL, :HV-BANCO-SAL,

       7320-LEER-SALDO-CUENTA-SAL.
           MOVE HV-CUENTA-SAL TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, TIPO_CUENTA, USUARIO
               INTO :HV-SALDO-CTA, :HV-TIPO-CUENTA, :HV-USUARIO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
      * Mismo bloqueo optimista de PBNKX/PBNKT.
       7330-DEBITAR-CUENTA-SAL.
           MOVE WS-SALDO-CTA-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-CTA-ACTUAL
           MOVE HV-CUENTA-SAL      TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID     TO HV-SUCURSAL-ID.
           MOVE 'TRANSF EXTERIOR APROBADA' TO HV-CONCEPTO.
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

      * Comision de la saliente como movimiento propio 'F' de la
      * cuenta retenida, en la misma unidad de trabajo.
       7345-COBRAR-COMISION-SAL.
           IF WS-TAR-COMISION > 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = SALDO - :WS-TAR-COMISION
                   WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
               END-EXEC
               IF SQLCODE = 0
                   SUBTRACT WS-TAR-COMISION FROM WS-SALDO-CTA-NUEVO
                   MOVE 'F'                TO HV-TIPO-OPER
                   MOVE WS-TAR-COMISION    TO HV-MONTO
                   MOVE HV-ORIGEN-SAL      TO HV-USUARIO-MOV
                   MOVE HV-BANCO-SAL       TO HV-USUARIO-REL
                   MOVE WS-SALDO-CTA-NUEVO TO HV-SALDO-RESULTANTE
                   MOVE CG-M-USER          TO HV-AGENTE-ID
                   MOVE HV-CUENTA-SAL      TO HV-CUENTA-NUM
                   MOVE CG-SUCURSAL-ID     TO HV-SUCURSAL-ID
                   MOVE 'COMISION TRANSF EXTERIOR' TO HV-CONCEPTO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                       (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                        SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                        SUCURSAL_ID, CONCEPTO)
                       VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER,
                        :HV-MONTO, CURRENT TIMESTAMP, :HV-USUARIO-REL,
                        :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                        :HV-CUENTA-NUM, :HV-SUCURSAL-ID, :HV-CONCEPTO)
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM 9580-ENCADENAR-MOVIMIENTO
                   END-IF
               END-IF
               IF SQLCODE = 0
                   PERFORM 7347-FACTURAR-COMISION-SAL
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

      * Factura fiscal al originante y desdoble del IVA de la
      * comision en un movimiento '%' (COPYS/CPYIVAP.cbl).
       7347-FACTURAR-COMISION-SAL.
           MOVE 0               TO WS-IVA-ID-MOV.
           MOVE HV-ORIGEN-SAL   TO WS-IVA-TITULAR.
           MOVE WS-TAR-COMISION TO WS-IVA-MONTO.
           MOVE 'COMISION TRANSF EXTERIOR' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR    TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

       7350-LIBERAR-SALIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TRANSF_SALIENTE
               SET ESTADO = 'P'
               WHERE ID_SAL = :HV-ID-SAL

       7730-ACTUALIZAR-SALIENTE-X.
           MOVE HV-ID-SALIENTE-PEND TO HV-ID-SAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TRANSF_SALIENTE
               SET ESTADO = 'X',
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
           END-EXEC.

       7300-LEER-SALDO-ORIGEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-ORIGEN-PEND
           END-EXEC.

       7400-DEBITAR-ORIGEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = :WS-SALDO-NUEVO-ORIG
               WHERE USUARIO = :HV-ORIGEN-PEND
           END-EXEC.

       7500-ACREDITAR-DESTINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = SALDO + :HV-MONTO-PEND
               WHERE USUARIO = :HV-DESTINO-PEND
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :WS-SALDO-NUEVO-DEST
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-DESTINO-PEND
       7600-INSERTAR-MOVIMIENTO.
      * Sucursal/canal de quien aprueba, resuelto por PBNKL.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-ID.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, SUCURSAL_ID)
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-SUCURSAL-ID)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7700-ACTUALIZAR-ESTADO.
           MOVE WS-APROBADOR TO HV-APROBADO-POR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TRANSF_PENDIENTE
               SET ESTADO = :HV-ESTADO-PEND,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP,
           MOVE HV-MONTO-PEND   TO HV-MONTO-NOTI.
           MOVE 'P'             TO HV-ESTADO-NOTI.
           MOVE 'T'             TO HV-TIPO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF)
                :HV-TIPO-NOTI)
           END-EXEC.

      * Transferencia aprobada al solicitante por el monto exacto:
      * la solicitud aceptada mas vieja que coincide queda 'G' con
      * el ID de la pata 'T', en la misma unidad de trabajo (PBNKT
      * 7780). Sin solicitud que coincida la aprobacion sigue igual.
       7780-SALDAR-SOLICITUD.
           MOVE HV-ORIGEN-PEND   TO HV-PAGADOR-SOLP.
           MOVE HV-DESTINO-PEND  TO HV-SOLICITANTE-SOLP.
           MOVE HV-MONTO-PEND    TO HV-MONTO-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_SOLICITUD INTO :HV-ID-SOLP
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE PAGADOR = :HV-PAGADOR-SOLP
                 AND SOLICITANTE = :HV-SOLICITANTE-SOLP
                 AND MONTO = :HV-MONTO-SOLP
                 AND ESTADO = 'A'
               ORDER BY ID_SOLICITUD
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-ID-MOV-DEBITO TO HV-ID-MOV-SOLP
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.SOLICITUDES_PAGO
                   SET ESTADO = 'G',
                       ID_MOV = :HV-ID-MOV-SOLP
                   WHERE ID_SOLICITUD = :HV-ID-SOLP
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
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

       COPY CPYSCRP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYIDCP.
       COPY CPYRTMP.
