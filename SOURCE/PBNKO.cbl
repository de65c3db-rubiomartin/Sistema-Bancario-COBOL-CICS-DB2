      **   autenticado. El paso en que esta la interaccion se          **
      **   conserva en una COMMAREA propia del programa (no la         **
      **   COMMAREA-GLOBAL de WSCOMM, que requiere sesion logueada).   **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYHSHWD.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-COMMAREA-O
           END-IF.
      * 7000 - CONSULTAS Y ACTUALIZACIONES DB2                         *
      *================================================================*
       7000-LEER-CLIENTE-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT ESTADO, CONTACTO_RECUPERACION
                INTO :HV-ESTADO, :HV-CONTACTO-RECUPERACION

       7050-BORRAR-CODIGO-ANTERIOR.
           MOVE WS-USUARIO-INPUT TO HV-USUARIO-CREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                DELETE FROM IBMUSER.CODIGOS_RECUPERACION
                WHERE USUARIO = :HV-USUARIO-CREC
           MOVE WS-USUARIO-INPUT   TO HV-USUARIO-CREC.
           MOVE WS-CODIGO-GENERADO TO HV-CODIGO-CREC.
           MOVE 'N'                TO HV-USADO-CREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                INSERT INTO IBMUSER.CODIGOS_RECUPERACION
                (USUARIO, CODIGO, FECHA_GENERACION, USADO)
      * Vigencia de 10 minutos desde que se genero el codigo.
       7200-LEER-CODIGO-DB2.
           MOVE WS-O-USUARIO TO HV-USUARIO-CREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT CODIGO, USADO INTO :HV-CODIGO-CREC,
                       :HV-USADO-CREC
       7280-VERIFICAR-REUSO.
           MOVE 'N' TO WS-CLAVE-REUSADA.
           MOVE 5 TO WS-PROFUNDIDAD-HIST.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'HIST_CLAVES_PROFUND'
           MOVE WS-CLAVE-NUEVA-HASH TO HV-HASH-CHIS.
           MOVE WS-O-USUARIO TO HV-USUARIO-CHIS.
           MOVE 0 TO WS-CANT-REUSO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-REUSO
               FROM IBMUSER.CLAVES_HISTORIA H
               WHERE H.USUARIO = :HV-USUARIO-CHIS

       7300-ACTUALIZAR-PASSWORD-DB2.
           MOVE WS-CLAVE-NUEVA-HASH TO HV-PASSWORD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                UPDATE IBMUSER.CLIENTES
                SET PASSWORD = :HV-PASSWORD,
       7350-REGISTRAR-HISTORIA.
           MOVE WS-O-USUARIO TO HV-USUARIO-CHIS.
           MOVE WS-CLAVE-NUEVA-HASH TO HV-HASH-CHIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CLAVES_HISTORIA
               (USUARIO, PASSWORD_HASH, FECHA_CAMBIO)
               VALUES (:HV-USUARIO-CHIS, :HV-HASH-CHIS,

       7400-MARCAR-CODIGO-USADO.
           MOVE WS-O-USUARIO TO HV-USUARIO-CREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                UPDATE IBMUSER.CODIGOS_RECUPERACION SET USADO = 'Y'
                WHERE USUARIO = :HV-USUARIO-CREC
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(WS-COMMAREA-O)
           END-EXEC.
               FUNCTION MOD((EIBTIME * 31) + EIBDATE, 1000000).

       COPY CPYHSHPD.
       COPY CPYRTMP.
