      **   cliente y distintas), PF5 cancela por ID; la grilla      **
      **   muestra hasta 4 ordenes activas.                         **
      ** - El movimiento real lo hace BATCH/PBNKBS.cbl cada noche.  **
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
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-CANCELAR
               MOVE WS-ID-CANCELAR TO HV-ID-BARR
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ORDENES_BARRIDO
                   SET ESTADO = 'C'
                   WHERE ID_BARRIDO = :HV-ID-BARR
       7100-VALIDAR-CUENTA-ORIGEN.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CTAORIGI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
       7200-VALIDAR-CUENTA-DESTINO.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CTADESTI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           MOVE DIRECCI           TO HV-DIRECCION-BARR.
           MOVE WS-UMBRAL-DECIMAL TO HV-UMBRAL-BARR.
           MOVE WS-PISO-DECIMAL   TO HV-PISO-BARR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ORDENES_BARRIDO
               (USUARIO, CUENTA_ORIGEN, CUENTA_DESTINO, DIRECCION,
                UMBRAL, PISO_OBJETIVO, ESTADO, FECHA_ALTA)
                 AND ESTADO = 'A'
               ORDER BY ID_BARRIDO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-ORDENES-BO END-EXEC.

       7750-FETCH-ORDEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-ORDENES-BO
               INTO :HV-ID-BARR, :HV-CTA-ORIG-BARR,
                    :HV-CTA-DEST-BARR, :HV-DIRECCION-BARR,
           END-EXEC.

       7780-CERRAR-CURSOR-ORDENES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-ORDENES-BO END-EXEC.

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
       COPY CPYRTMP.
