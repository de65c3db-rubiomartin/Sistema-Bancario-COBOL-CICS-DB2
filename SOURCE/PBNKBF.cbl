      **   desde FECHA_ALTA - demora de confirmacion antifraude.    **
      ** - El alta se anuncia por IBMUSER.NOTIFICACIONES, misma     **
      **   convencion que PBNKT 7700-INSERTAR-NOTIFICACION.         **
      ** - La cuenta de un beneficiario externo es un CBU de 22     **
      **   digitos; el alta se rechaza si los digitos verificadores **
      **   no cierran (COPYS/CPYCBUP.cbl).                          **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYCBUW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           ELSE
               MOVE ALIASBI TO HV-ALIAS-BENE
               MOVE CG-M-USER TO HV-USUARIO-BENE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.BENEFICIARIOS
                   SET ESTADO = 'B'
                   WHERE USUARIO = :HV-USUARIO-BENE
           MOVE 'N' TO SW-ERRORES.
           MOVE SPACES TO MSGO.
           MOVE ATTR-NORMAL TO ALIASBC TIPOBC USRDESTBC BANCOBC.
           MOVE ATTR-NORMAL TO CTAEXTBC.

           MOVE FUNCTION UPPER-CASE(ALIASBI) TO ALIASBI.
           MOVE FUNCTION UPPER-CASE(TIPOBI) TO TIPOBI.
           INSPECT CTAEXTBI REPLACING ALL LOW-VALUES BY SPACES.

           PERFORM 7200-CONTAR-ALIAS.
           MOVE CTAEXTBI TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.

           EVALUATE TRUE
               WHEN ALIASBI = SPACES
                     TO MSGO
                   MOVE ATTR-RED TO BANCOBC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN TIPOBI = 'E' AND WS-CBU-OK NOT = 'S'
                   STRING ' ERROR: ' DELIMITED BY SIZE
                       WS-CBU-MOTIVO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO CTAEXTBC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

           IF NO-HAY-ERRORES AND TIPOBI = 'L'
                 AND ESTADO = 'A'
               ORDER BY ALIAS
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-BENEF END-EXEC.

       7100-LEER-BENEFICIARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-BENEF
               INTO :HV-ALIAS-BENE, :HV-TIPO-BENE, :HV-DESTINO-BENE,
                    :HV-BANCO-BENE, :HV-CTA-DESTINO-BENE
           END-EXEC.

       7150-CERRAR-CURSOR-BENEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-BENEF END-EXEC.

       7200-CONTAR-ALIAS.
           MOVE 0 TO WS-EXISTE-ALIAS.
           MOVE CG-M-USER TO HV-USUARIO-BENE.
           MOVE ALIASBI   TO HV-ALIAS-BENE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-EXISTE-ALIAS
               FROM IBMUSER.BENEFICIARIOS
               WHERE USUARIO = :HV-USUARIO-BENE
           END-EXEC.

       7300-VERIFICAR-USUARIO-LOCAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
               MOVE CTAEXTBI   TO HV-CTA-DESTINO-BENE
           END-IF.
           MOVE 'A' TO HV-ESTADO-BENE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.BENEFICIARIOS
               (USUARIO, ALIAS, TIPO, USUARIO_DESTINO, BANCO_DESTINO,
                CUENTA_DESTINO, ESTADO, FECHA_ALTA)
           MOVE 0         TO HV-MONTO-NOTI.
           MOVE 'P'       TO HV-ESTADO-NOTI.
           MOVE 'B'       TO HV-TIPO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF)
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

       COPY CPYCBUP.
       COPY CPYRTMP.
