      **   hasta 4 poderes vigentes otorgados.                      **
      ** - PBNKQ ofrece la cuenta al apoderado mientras el poder    **
      **   este 'A' y no vencido; PBNKX aplica el alcance.          **
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
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-REVOCAR
               MOVE WS-ID-REVOCAR TO HV-ID-PODE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PODERES
                   SET ESTADO = 'R'
                   WHERE ID_PODER = :HV-ID-PODE
       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CUENTAOI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA

       7150-VALIDAR-APODERADO.
           MOVE APODERI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
      * DATE() valida el formato ISO; ademas debe ser a futuro.
       7180-VALIDAR-FECHA-FUTURA.
           MOVE FECHAVPI TO HV-FECHA-VENC-PODE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT 1 INTO :WS-DUMMY-UNO
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:HV-FECHA-VENC-PODE) > CURRENT DATE
           MOVE ALCANCEI        TO HV-ALCANCE-PODE.
           MOVE WS-TOPE-DECIMAL TO HV-TOPE-PODE.
           MOVE FECHAVPI        TO HV-FECHA-VENC-PODE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PODERES
               (CUENTA_NUM, USUARIO_TITULAR, USUARIO_APODERADO,
                ALCANCE, TOPE_RETIRO, FECHA_VENCIMIENTO, ESTADO,
                 AND ESTADO = 'A'
               ORDER BY ID_PODER
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PODERES-PO END-EXEC.

       7750-FETCH-PODER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PODERES-PO
               INTO :HV-ID-PODE, :HV-CUENTA-PODE,
                    :HV-APODERADO-PODE, :HV-ALCANCE-PODE,
           END-EXEC.

       7780-CERRAR-CURSOR-PODERES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PODERES-PO END-EXEC.

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
