      **   quien), PF7 = alta en lista de espera.                   **
      ** - El alquiler anual lo factura BATCH/PBNKCB.cbl como una   **
      **   comision 'F', igual que el mantenimiento de PBNKF.       **
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
       7100-LEER-CAJA.
           MOVE WS-NRO-CAJA TO HV-NRO-CAJA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TAMANO, ESTADO, USUARIO, CUENTA_COBRO
               INTO :HV-TAMANO-CAJA, :HV-ESTADO-CAJA,
                    :HV-USUARIO-CAJA, :HV-CUENTA-CAJA

       7150-LEER-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
       7180-VALIDAR-CUENTA-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO-CTA.
           MOVE CUENTAJI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
       7300-OCUPAR-CAJA.
           MOVE USRDESTI TO HV-USUARIO-CAJA.
           MOVE CUENTAJI TO HV-CUENTA-CAJA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CAJAS_SEGURIDAD
               SET ESTADO = 'O',
                   USUARIO = :HV-USUARIO-CAJA,
           END-EXEC.

       7400-LIBERAR-CAJA-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CAJAS_SEGURIDAD
               SET ESTADO = 'L',
                   USUARIO = ' ',
      * libero: queda 'A' (avisado) y recibe el aviso en su buzon.
       7500-AVISAR-LISTA-ESPERA.
           MOVE 0 TO WS-ID-ESPERA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ESPERA, USUARIO
               INTO :WS-ID-ESPERA, :WS-USUARIO-ESPERA
               FROM IBMUSER.ESPERA_CAJA
               MOVE 0 TO SQLCODE
           ELSE
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ESPERA_CAJA
                   SET ESTADO = 'A'
                   WHERE ID_ESPERA = :WS-ID-ESPERA
                   MOVE 'HAY UNA CAJA DE SEGURIDAD DISPONIBLE'
                     TO WS-TEXTO-AVISO
                   MOVE WS-TEXTO-AVISO TO HV-TEXTO-NOTI
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
                       (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO,
                        FECHA_EVENTO, ESTADO, TIPO_NOTIF, TEXTO)
           END-IF.

       7600-INSERTAR-VISITA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.VISITAS_CAJA
               (SUCURSAL_ID, NRO_CAJA, USUARIO, AGENTE_ID,
                FECHA_VISITA)
           END-EXEC.

       7700-INSERTAR-ESPERA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ESPERA_CAJA
               (SUCURSAL_ID, USUARIO, TAMANO, ESTADO, FECHA_ALTA)
               VALUES (:CG-SUCURSAL-ID, :USRDESTI, :TAMANOI, 'P',
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

       COPY CPYVALPD.
       COPY CPYRTMP.
