      ** - Si la proyeccion queda bajo PISO_FONDEO_DIARIO la mesa   **
      **   lo ve en rojo con el mercado todavia abierto. ENTER      **
      **   refresca. La foto horaria en papel la corta PBNKTI.      **
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
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO

       7050-LEER-PARAMETROS.
           MOVE 0 TO WS-POS-APERTURA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SALDO_CUENTA_BCRA'
               MOVE HV-VALOR-PARAM TO WS-POS-APERTURA
           END-IF.
           MOVE 0 TO WS-PISO-FONDEO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PISO_FONDEO_DIARIO'
           END-IF.

       7200-SUMAR-ENTRADAS-CAMARA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-ENT-CAMARA
               FROM IBMUSER.MOVIMIENTOS
           END-EXEC.

       7250-SUMAR-SALIDAS-CAMARA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-SAL-CAMARA
               FROM IBMUSER.MOVIMIENTOS
           END-EXEC.

       7300-SUMAR-CHEQUES-PAGADOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-CHEQUES-PAGADOS
               FROM IBMUSER.MOVIMIENTOS
           END-EXEC.

       7350-SUMAR-NOMINA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-NOMINA-DIA
               FROM IBMUSER.MOVIMIENTOS
           END-EXEC.

       7400-SUMAR-SALIENTES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-SAL-PENDIENTES
               FROM IBMUSER.TRANSF_SALIENTE
               WHERE ESTADO IN ('P', 'H')
                 AND DATE(FECHA_CREACION) = DATE(:HV-FECHA-NEGOCIO)
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-SAL-ENVIADAS
               FROM IBMUSER.TRANSF_SALIENTE
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

       COPY CPYRTMP.
