      **   con su cuenta de cobro vigente.                          **
      ** - BATCH/PBNKLC.cbl debita la electa y, corta, cae a la     **
      **   otra cuenta del cliente que cubra la cuota.              **
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
       7100-LEER-PRESTAMO-PROPIO.
           MOVE WS-ID-PRESTAMO TO HV-ID-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO, CUENTA_NUM, CUENTA_COBRO
               INTO :HV-ESTADO-PRES, :HV-CUENTA-PRES,
                    :HV-CUENTA-COBRO-PRES
       7200-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CUENTALDI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA

       7400-GRABAR-ELECCION.
           MOVE WS-CUENTA-NUEVA TO HV-CUENTA-COBRO-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PRESTAMOS
               SET CUENTA_COBRO = :HV-CUENTA-COBRO-PRES
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'A'
               ORDER BY ID_PRESTAMO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PRES-LD END-EXEC.

       7750-FETCH-PRESTAMO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PRES-LD
               INTO :HV-ID-PRES, :HV-CUENTA-PRES,
                    :HV-CUENTA-COBRO-PRES
           END-EXEC.

       7780-CERRAR-CURSOR-PRESTAMOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PRES-LD END-EXEC.

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
