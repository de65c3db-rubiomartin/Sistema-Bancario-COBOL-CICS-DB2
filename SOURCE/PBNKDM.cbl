      **   SEGUNDO empleado distinto teclea la misma moneda y tasa  **
      **   se aplica: DIVISAS.TASA_A_BASE se actualiza y queda la   **
      **   fila del dia en DIVISAS_HIST (ORIGEN 'M').               **
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
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
           MOVE 'V'       TO HV-TIPO-ACCP.
           MOVE SPACES    TO HV-USUARIO-ACCP.
           MOVE WS-MONEDA TO HV-USUARIO-ACCP(1:3).
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ACCION, DATO_AUX, SOLICITADO_POR
               INTO :HV-ID-ACCP, :HV-DATO-AUX-ACCP,
                    :HV-SOLICITADO-ACCP
       2300-REGISTRAR-PROPUESTA.
           MOVE WS-TASA-TEXTO-X TO HV-DATO-AUX-ACCP.
           MOVE CG-M-USER       TO HV-SOLICITADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCIONES_PENDIENTES
               (TIPO_ACCION, USUARIO, DATO_AUX, SOLICITADO_POR,
                FECHA_SOLICITUD, ESTADO)
           END-IF.

       2400-APLICAR-TASA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'A',
                   APROBADO_POR = :CG-M-USER,
      *================================================================*
       7200-ACTUALIZAR-DIVISA.
           MOVE 'N' TO SW-MONEDA-NUEVA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DIVISAS
               SET TASA_A_BASE = :HV-TASA-A-BASE
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'S' TO SW-MONEDA-NUEVA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.DIVISAS
                   (CODIGO_MONEDA, TASA_A_BASE)
                   VALUES (:HV-CODIGO-MONEDA, :HV-TASA-A-BASE)
       7300-GRABAR-HISTORIA.
           MOVE WS-MONEDA       TO HV-MONEDA-DIVH.
           MOVE WS-TASA-DECIMAL TO HV-TASA-DIVH.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DIVISAS_HIST
               SET TASA_A_BASE = :HV-TASA-DIVH,
                   ORIGEN = 'M',
                 AND FECHA_VIGENCIA = CURRENT DATE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.DIVISAS_HIST
                   (CODIGO_MONEDA, FECHA_VIGENCIA, TASA_A_BASE,
                    ORIGEN, CARGADO_POR)
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-CAMBIO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CAMBIO-DIVISA)
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

       COPY CPYVALPD.
       COPY CPYRTMP.
