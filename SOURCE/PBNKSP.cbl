      **   SUCURSAL destino), sumando INTENTOS.                     **
      ** - El listado de excepciones de fin de dia lo corta         **
      **   BATCH/PBNKPX.cbl.                                        **
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
           IF WS-ID-ITEM > 0
               MOVE WS-ID-ITEM TO HV-ID-IMPR
               MOVE WS-ESTADO-DESTINO TO HV-ESTADO-IMPR
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.COLA_IMPRESION
                   SET ESTADO = :HV-ESTADO-IMPR,
                       FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ESTADO IN ('P', 'F')
               ORDER BY ID_IMPRESION
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-SPOOL END-EXEC.

       7150-FETCH-ITEM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-SPOOL
               INTO :HV-ID-IMPR, :HV-SUCURSAL-IMPR,
                    :HV-PROGRAMA-IMPR, :HV-TEXTO-IMPR,
           END-EXEC.

       7180-CERRAR-CURSOR-COLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-SPOOL END-EXEC.

       7200-LEER-ITEM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SUCURSAL_ID, PROGRAMA, TEXTO, ESTADO
               INTO :HV-SUCURSAL-IMPR, :HV-PROGRAMA-IMPR,
                    :HV-TEXTO-IMPR, :HV-ESTADO-IMPR
           END-EXEC.

       7300-REENCOLAR-ITEM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.COLA_IMPRESION
               SET ESTADO = 'P',
                   SUCURSAL_ID = :HV-SUCURSAL-IMPR,
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
