      **   primero); PF5 registra el resultado del contacto sobre   **
      **   el ID tecleado y cierra la alerta 'C' con el agente y    **
      **   la fecha.                                                **
      ** - Cola por gestor (DDL/GESTORES_CLIENTE.sql): cada         **
      **   empleado ve las alertas asignadas a su usuario, las de   **
      **   los clientes de los que es suplente y la cola comun      **
      **   (ASIGNADO_A ' '), en ese orden.                          **
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
                   MOVE WS-ID-ALERTA TO HV-ID-ATRI
                   MOVE RESULTI      TO HV-RESULTADO-ATRI
                   MOVE CG-M-USER    TO HV-AGENTE-ATRI
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.ALERTAS_ATRICION
                       SET ESTADO = 'C',
                           RESULTADO = :HV-RESULTADO-ATRI,
      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Cola del usuario: sus alertas, las de los clientes de los
      * que es suplente del gestor y la cola comun, en ese orden.
       7100-ABRIR-CURSOR-ALERTAS.
           EXEC SQL DECLARE CUR-ALERTAS CURSOR FOR
               SELECT ID_ALERTA, USUARIO, MOTIVO, SALDO_ANTERIOR,
                      SALDO_ACTUAL
               FROM IBMUSER.ALERTAS_ATRICION
               WHERE ESTADO = 'P'
                 AND (ASIGNADO_A = :CG-M-USER
                      OR ASIGNADO_A = ' '
                      OR USUARIO IN
                         (SELECT G.USUARIO
                            FROM IBMUSER.GESTORES_CLIENTE G
                           WHERE G.SUPLENTE_ID = :CG-M-USER))
               ORDER BY CASE WHEN ASIGNADO_A = :CG-M-USER THEN 0
                             WHEN ASIGNADO_A = ' ' THEN 2
                             ELSE 1 END,
                        ID_ALERTA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-ALERTAS END-EXEC.

       7150-FETCH-ALERTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-ALERTAS
               INTO :HV-ID-ATRI, :HV-USUARIO-ATRI, :HV-MOTIVO-ATRI,
                    :HV-SALDO-ANT-ATRI, :HV-SALDO-ACT-ATRI
           END-EXEC.

       7180-CERRAR-CURSOR-ALERTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-ALERTAS END-EXEC.

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
