      ** - Un plazo prendado deja de pagarse en PBNKPV; cuando el  **
      **   prestamo llega a 'F' (PBNKLC/PBNKLQ) las garantias se   **
      **   liberan solas y el plazo vuelve al circuito.            **
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
           END-IF.
      *================================================================*
       7100-LEER-PRESTAMO.
           MOVE WS-ID-PRESTAMO TO HV-ID-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, ESTADO, MONTO_PRINCIPAL
               INTO :HV-USUARIO-PRES, :HV-ESTADO-PRES,
                    :HV-PRINCIPAL-PRES

       7200-LEER-PLAZO.
           MOVE WS-ID-PLAZO TO HV-ID-PLZF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, ESTADO
               INTO :HV-USUARIO-PLZF, :HV-ESTADO-PLZF
               FROM IBMUSER.PLAZOS_FIJOS

       7300-CONTAR-PRENDAS.
           MOVE 0 TO WS-CANT-PRENDAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PRENDAS
               FROM IBMUSER.GARANTIAS
               WHERE ID_PLAZO = :HV-ID-PLZF
           MOVE WS-ID-PLAZO TO HV-ID-PLAZO-GARA.
           MOVE DESCRGAI TO HV-DESCRIP-GARA.
           MOVE WS-VALUACION TO HV-VALUACION-GARA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GARANTIAS
               (ID_PRESTAMO, TIPO_GARANTIA, ID_PLAZO, DESCRIPCION,
                VALUACION, ESTADO, AGENTE_ID, FECHA_ALTA)
                 AND ESTADO = 'A'
               ORDER BY ID_GARANTIA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-GARANTIAS END-EXEC.

       7550-FETCH-GARANTIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-GARANTIAS
               INTO :HV-ID-GARA, :HV-TIPO-GARA, :HV-DESCRIP-GARA,
                    :HV-VALUACION-GARA
           END-EXEC.

       7580-CERRAR-CURSOR-GARANTIAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-GARANTIAS END-EXEC.

       7600-SUMAR-GARANTIAS.
           MOVE 0 TO WS-SUMA-GARANTIAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(VALUACION), 0)
               INTO :WS-SUMA-GARANTIAS
               FROM IBMUSER.GARANTIAS
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
               ERASE FREEKB END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
