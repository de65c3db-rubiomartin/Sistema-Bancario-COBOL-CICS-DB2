      **   rechaza; la observacion es libre.                        **
      ** - PF7 salta a la refinanciacion (PBNKLR) para el mismo     **
      **   mostrador; mismo esquema de XCTL que PBNKQ.              **
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
       7100-LEER-PRESTAMO.
           MOVE WS-ID-PRESTAMO TO HV-ID-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, ESTADO, DIAS_MORA
               INTO :HV-USUARIO-PRES, :HV-ESTADO-PRES,
                    :HV-DIAS-MORA-PRES
      * debe ser a futuro.
       7200-VALIDAR-FECHA-FUTURA.
           MOVE FECHAPI TO HV-FECHA-PROM-GCOB.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT 1 INTO :WS-DUMMY-UNO
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:HV-FECHA-PROM-GCOB) > CURRENT DATE
               MOVE FECHAPI          TO HV-FECHA-PROM-GCOB
               MOVE WS-MONTO-PROMESA TO HV-MONTO-PROM-GCOB
               MOVE 'P'              TO HV-EST-PROM-GCOB
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.GESTIONES_COBRANZA
                   (ID_PRESTAMO, AGENTE_ID, RESULTADO, OBSERVACION,
                    FECHA_PROMESA, MONTO_PROMESA, ESTADO_PROMESA,
                    :HV-EST-PROM-GCOB, CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.GESTIONES_COBRANZA
                   (ID_PRESTAMO, AGENTE_ID, RESULTADO, OBSERVACION,
                    MONTO_PROMESA, ESTADO_PROMESA, FECHA_GESTION)
               GROUP BY P.ID_PRESTAMO, P.USUARIO, P.DIAS_MORA
               ORDER BY P.DIAS_MORA DESC, 4 DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-COLA END-EXEC.

       7450-FETCH-COLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-COLA
               INTO :HV-ID-PRES, :HV-USUARIO-PRES,
                    :HV-DIAS-MORA-PRES, :WS-EXPOSICION
           END-EXEC.

       7480-CERRAR-CURSOR-COLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-COLA END-EXEC.

       7500-LEER-ULTIMA-GESTION.
           MOVE SPACES TO WS-ULT-FECHA WS-ULT-RESULT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT RESULTADO, CHAR(DATE(FECHA_GESTION), ISO)
               INTO :WS-ULT-RESULT, :WS-ULT-FECHA
               FROM IBMUSER.GESTIONES_COBRANZA
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-REFINANCIACION.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-REFINANCIAR)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9060-IR-A-GARANTIAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-GARANTIAS)
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
