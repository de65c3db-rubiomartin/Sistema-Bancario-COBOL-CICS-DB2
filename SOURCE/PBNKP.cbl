      ** la clave nueva se confirme dos veces y sea distinta de la  **
      ** actual, y actualiza la tabla usando COMMIT/ROLLBACK        **
      ** (SYNCPOINT) para integridad.                                **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYHSHWD.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      *================================================================*
       7000-LEER-PASSWORD-DB2.
           MOVE CG-M-USER TO WS-USER-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PASSWORD INTO :HV-PASSWORD
               FROM IBMUSER.CLIENTES WHERE USUARIO = :WS-USER-DB2
           END-EXEC.
       7080-VERIFICAR-REUSO.
           MOVE 'N' TO WS-CLAVE-REUSADA.
           MOVE 5 TO WS-PROFUNDIDAD-HIST.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'HIST_CLAVES_PROFUND'
           MOVE WS-CLAVE-NUEVA-HASH TO HV-HASH-CHIS.
           MOVE CG-M-USER TO HV-USUARIO-CHIS.
           MOVE 0 TO WS-CANT-REUSO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-REUSO
               FROM IBMUSER.CLAVES_HISTORIA H
               WHERE H.USUARIO = :HV-USUARIO-CHIS

       7100-ACTUALIZAR-PASSWORD-DB2.
           MOVE WS-CLAVE-NUEVA-HASH TO HV-PASSWORD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET PASSWORD = :HV-PASSWORD,
                   FECHA_CLAVE = CURRENT DATE
       7150-REGISTRAR-HISTORIA.
           MOVE CG-M-USER TO HV-USUARIO-CHIS.
           MOVE WS-CLAVE-NUEVA-HASH TO HV-HASH-CHIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CLAVES_HISTORIA
               (USUARIO, PASSWORD_HASH, FECHA_CAMBIO)
               VALUES (:HV-USUARIO-CHIS, :HV-HASH-CHIS,
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

       COPY CPYHSHPD.
       COPY CPYRTMP.
