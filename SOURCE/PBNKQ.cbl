      **   COMMAREA con el dueno real de la cuenta elegida, para que **
      **   PBNKX/PBNKT apliquen los controles de ese cliente en vez  **
      **   de los de CG-M-USER.                                      **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
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
       7095-MARCAR-RETENCION.
           MOVE 'N' TO WS-CTA-RETENIDA(WS-CANT-CUENTAS).
           MOVE 0 TO WS-RET-CANT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-RET-CANT
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA

       3310-AGREGAR-CUENTA-PODER.
           MOVE HV-CUENTA-PODE TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_CUENTA, SALDO
               INTO :HV-TIPO-CUENTA, :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :CG-M-USER
               ORDER BY NUMERO_CUENTA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-CUENTAS END-EXEC.

       7100-LEER-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CUENTAS
               INTO :HV-NUMERO-CUENTA, :HV-TIPO-CUENTA, :HV-SALDO-CTA
           END-EXEC.

       7200-CERRAR-CURSOR-CUENTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-CUENTAS END-EXEC.

      *----------------------------------------------------------------*
               WHERE USUARIO_AUTORIZADO = :CG-M-USER
               ORDER BY USUARIO_PRINCIPAL
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-COMPARTIDAS END-EXEC.

       7400-LEER-COMPARTIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-COMPARTIDAS
               INTO :HV-USUARIO-PRINC
           END-EXEC.

       7500-CERRAR-CURSOR-COMPARTIDAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-COMPARTIDAS END-EXEC.

       7600-ABRIR-CURSOR-PODERES.
                 AND FECHA_VENCIMIENTO >= CURRENT DATE
               ORDER BY CUENTA_NUM
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PODERES-Q END-EXEC.

       7650-LEER-PODER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PODERES-Q
               INTO :HV-CUENTA-PODE, :HV-TITULAR-PODE
           END-EXEC.

       7680-CERRAR-CURSOR-PODERES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PODERES-Q END-EXEC.

       7800-ABRIR-CURSOR-CUSTODIA.
                 AND C.USUARIO = CL.USUARIO
               ORDER BY C.NUMERO_CUENTA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-CUSTODIA-Q END-EXEC.

       7850-LEER-CUENTA-CUSTODIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CUSTODIA-Q
               INTO :HV-NUMERO-CUENTA, :HV-TIPO-CUENTA,
                    :HV-SALDO-CTA, :HV-USUARIO-CTA
           END-EXEC.

       7880-CERRAR-CURSOR-CUSTODIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-CUSTODIA-Q END-EXEC.

       7900-ABRIR-CURSOR-FIRMANTE.
                 AND C.NUMERO_CUENTA = F.CUENTA_NUM
               ORDER BY C.NUMERO_CUENTA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-FIRMANTE-Q END-EXEC.

       7950-LEER-CUENTA-FIRMANTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-FIRMANTE-Q
               INTO :HV-NUMERO-CUENTA, :HV-TIPO-CUENTA,
                    :HV-SALDO-CTA, :HV-USUARIO-CTA
           END-EXEC.

       7980-CERRAR-CURSOR-FIRMANTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-FIRMANTE-Q END-EXEC.

       7000-ABRIR-CURSOR-CUENTAS-PRINC.
               WHERE USUARIO = :HV-USUARIO-PRINC
               ORDER BY NUMERO_CUENTA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-CUENTAS-PRINC END-EXEC.

       7100-LEER-CUENTA-PRINC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CUENTAS-PRINC
               INTO :HV-NUMERO-CUENTA, :HV-TIPO-CUENTA, :HV-SALDO-CTA
           END-EXEC.

       7200-CERRAR-CURSOR-CUENTAS-PRINC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-CUENTAS-PRINC END-EXEC.

      *================================================================*
           MOVE CG-CUENTA-DESTINO TO CH-XCTL.
           MOVE WC-TRANSACCION    TO CH-TRANS-RETORNO.
           MOVE WC-PROGRAMA       TO CH-PROGRAMA-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CH-XCTL)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-VOLVER-AL-MENU.
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

       COPY CPYRTMP.
