      **   por ID. Las dispara PBNKX/PBNKT al postear (COPYS/       **
      **   CPYALRP.cbl) y el barrido nocturno BATCH/PBNKRS.cbl;     **
      **   cada match encola una NOTIFICACIONES 'A'.                **
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
               MOVE WS-VAL-SALIDA-V TO WS-ID-BAJA
               MOVE WS-ID-BAJA TO HV-ID-REGL
               MOVE CG-M-USER  TO HV-USUARIO-REGL
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.REGLAS_ALERTA
                   SET ESTADO = 'B'
                   WHERE ID_REGLA = :HV-ID-REGL
                 AND ESTADO = 'A'
               ORDER BY ID_REGLA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-REGLAS END-EXEC.

       7010-FETCH-REGLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-REGLAS
               INTO :HV-ID-REGL, :HV-TIPO-REGL, :HV-UMBRAL-REGL,
                    :HV-OPER-REGL
           END-EXEC.

       7020-CERRAR-CURSOR-REGLAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-REGLAS END-EXEC.

       7500-INSERTAR-REGLA.
           MOVE TIPORGI          TO HV-TIPO-REGL.
           MOVE WS-UMBRAL-DECIMAL TO HV-UMBRAL-REGL.
           MOVE OPERRGI          TO HV-OPER-REGL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.REGLAS_ALERTA
               (USUARIO, TIPO_REGLA, UMBRAL, OPER_VIGILADA, ESTADO,
                FECHA_ALTA)
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

       COPY CPYVALPD.
       COPY CPYRTMP.
