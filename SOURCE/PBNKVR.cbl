      ** - PF5 reimprime el reporte por la impresora de la          **
      **   sucursal de la sesion (cola TD BKPR, misma via que los   **
      **   recibos), hasta WC-TOPE-REIMPRESION lineas.              **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIMPW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHERE ESTADO = 'D'
               ORDER BY ID_REPORTE DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-CATALOGO END-EXEC.

       7150-FETCH-CATALOGO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CATALOGO
               INTO :HV-ID-REPO, :HV-NOMBRE-REPO, :HV-PROGRAMA-REPO,
                    :HV-FECHA-PROC-REPO, :HV-CANT-LIN-REPO
           END-EXEC.

       7180-CERRAR-CURSOR-CATALOGO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-CATALOGO END-EXEC.

       7200-ABRIR-CURSOR-LINEAS.
                 AND NRO_LINEA >= :HV-NRO-RLIN
               ORDER BY NRO_LINEA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-LINEAS END-EXEC.

       7250-FETCH-LINEA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-LINEAS
               INTO :HV-NRO-RLIN, :HV-TEXTO-RLIN
           END-EXEC.

       7280-CERRAR-CURSOR-LINEAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-LINEAS END-EXEC.

       7300-ABRIR-CURSOR-IMPRESION.
               WHERE ID_REPORTE = :HV-ID-RLIN
               ORDER BY NRO_LINEA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-IMPRESION END-EXEC.

       7350-FETCH-IMPRESION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-IMPRESION INTO :HV-TEXTO-RLIN END-EXEC.

       7380-CERRAR-CURSOR-IMPRESION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-IMPRESION END-EXEC.

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
       COPY CPYIMPP.
       COPY CPYRTMP.
