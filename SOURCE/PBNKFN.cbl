      ** **
      ** - Transaccion de cierre de dia (TIPO_USUARIO 'E'): muestra **
      **   la fila unica de IBMUSER.FECHA_NEGOCIO.                  **
      ** - PF5 cierra el posteo (POSTEO_CERRADO='S') mientras corre **
      **   la ventana batch, que corta por FECHA_NEGOCIO y no por   **
      **   timestamp: PBNKX/PBNKT dejan los movimientos en memo     **
      **   (IBMUSER.MOVIMIENTOS_MEMO) y BATCH/PBNKMR.cbl los postea **
      **   con la nueva fecha despues del giro.                     **
      ** - PF6 gira la fecha de negocio al dia siguiente y reabre   **
      **   el posteo (el "EOD flip"); solo permitido con el posteo  **
      **   cerrado, para que ningun movimiento caiga a caballo del  **
      **   giro.                                                    **
      ** - Todo cambio estampa ACTUALIZADO_POR y FECHA_CAMBIO.      **
      ** - PF6 se rechaza si el dia siguiente cae en un mes         **
      **   sellado o en un ejercicio ya cerrado (PBNKGY).           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           PERFORM 4000-ENVIO-MAPA.

       2100-CERRAR-POSTEO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.FECHA_NEGOCIO
               SET POSTEO_CERRADO = 'S',
                   ACTUALIZADO_POR = :CG-M-USER,
      * sellado por el cierre mensual (IBMUSER.CIERRES_CONTABLES,
      * ver BATCH/PBNKGM.cbl), el giro se rechaza - ningun
      * movimiento puede nacer con FECHA_NEGOCIO en un mes cerrado.
      * Igual si el anio ya tiene cierre de ejercicio ('AAAA-13',
      * ver BATCH/PBNKGY.cbl).
           PERFORM 2210-VERIFICAR-PERIODO-CERRADO.
           IF WS-PERIODO-CERRADO = 'S'
               MOVE ' MES CONTABLE CERRADO - NO SE PUEDE GIRAR'
       2210-VERIFICAR-PERIODO-CERRADO.
           MOVE 'N' TO WS-PERIODO-CERRADO.
           MOVE 0 TO WS-CANT-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES C,
                   (SELECT SUBSTR(CHAR(F.FECHA_NEGOCIO + 1 DAY,
                           ISO), 1, 7) AS PERIODO
                    FROM IBMUSER.FECHA_NEGOCIO F
                    FETCH FIRST 1 ROW ONLY) N
               WHERE C.PERIODO = N.PERIODO
                  OR C.PERIODO = SUBSTR(N.PERIODO, 1, 4) || '-13'
           END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-CERRADO > 0
               MOVE 'S' TO WS-PERIODO-CERRADO
           END-IF.

       2220-GIRAR-FECHA-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.FECHA_NEGOCIO
               SET FECHA_NEGOCIO = FECHA_NEGOCIO + 1 DAY,
                   POSTEO_CERRADO = 'N',
                       FETCH FIRST 1 ROW ONLY)
               ORDER BY F.ID_FUT
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PFUT-FN END-EXEC.
           PERFORM 2260-FETCH-FUTURO.
           PERFORM UNTIL SQLCODE NOT = 0
      * El CLOSE no debe pisar un error de 2270: se preserva el
      * SQLCODE para que el giro entero rollbackee.
           MOVE SQLCODE TO WS-SQLCODE-GUARDADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PFUT-FN END-EXEC.
           MOVE WS-SQLCODE-GUARDADO TO SQLCODE.

       2260-FETCH-FUTURO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PFUT-FN
               INTO :HV-ID-PFUT, :HV-NOMBRE-PFUT, :HV-VALOR-PFUT,
                    :HV-VALOR-PARAM
           END-EXEC.

       2270-APLICAR-FUTURO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PARAMETROS
               SET VALOR_PARAM = :HV-VALOR-PFUT
               WHERE NOMBRE_PARAM = :HV-NOMBRE-PFUT
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PARAMETROS_FUTUROS
                   SET ESTADO = 'A'
                   WHERE ID_FUT = :HV-ID-PFUT
               MOVE HV-VALOR-PFUT  TO HV-VALOR-NVO-PAUD
               MOVE 'A'            TO HV-TIPO-PAUD
               MOVE CG-M-USER      TO HV-MODIF-PAUD
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.PARAMETROS_AUD
                   (NOMBRE_PARAM, VALOR_ANTERIOR, VALOR_NUEVO,
                    TIPO_CAMBIO, MODIFICADO_POR, FECHA_CAMBIO)
      * 3000 - MUESTRA DE LA FILA DE CONTROL                           *
      *================================================================*
       3000-MOSTRAR-CONTROL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
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
