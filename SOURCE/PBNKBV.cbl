      ** - Todo envio queda en IBMUSER.ENVIOS_EFECTIVO con quien lo **
      **   registro y cuando. El reporte matinal de posiciones es   **
      **   BATCH/PBNKBR.cbl.                                        **
      ** - PF9 lleva a la carga y descarga de casetes de los        **
      **   cajeros de la sucursal (SOURCE/PBNKAX.cbl).              **
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
               WHEN EIBAID = DFHPF8
                   PERFORM 9050-IR-A-CAJAS

      * Casetes de los cajeros de la sucursal (PBNKAX).
               WHEN EIBAID = DFHPF9
                   PERFORM 9060-IR-A-CASETES

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' ENTER=ENVIO PF8=CAJAS PF9=CASETES PF3=SALIR'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

      *================================================================*
       7100-VERIFICAR-SUCURSAL.
           MOVE WS-DESTINO TO HV-SUCURSAL-ID.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE-SUC
               FROM IBMUSER.SUCURSAL
               WHERE SUCURSAL_ID = :HV-SUCURSAL-ID
       7200-AJUSTAR-POSICION.
           MOVE WS-DENOM-VALOR TO HV-DENOM-POSE.
           MOVE WS-DELTA       TO HV-CANTIDAD-POSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
           MOVE WS-DENOM-VALOR TO HV-DENOM-ENVE.
           MOVE WS-CANTIDAD    TO HV-CANTIDAD-ENVE.
           MOVE CG-M-USER      TO HV-REGISTRADO-ENVE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ENVIOS_EFECTIVO
               (SUCURSAL_ORIGEN, DESTINO, DENOMINACION, CANTIDAD,
                REGISTRADO_POR, FECHA_ENVIO)
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-CAJAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CAJAS-SEG)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9060-IR-A-CASETES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CASETES-ATM)
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
