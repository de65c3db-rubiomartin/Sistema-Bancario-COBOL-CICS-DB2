      ** - PF6 la confirma ('C'): ademas BLOQUEA al cliente        **
      **   (CLIENTES.BLOQUEADO = 'S') en la misma unidad de        **
      **   trabajo.                                                **
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
           IF NOT HAY-COINC-CARGADA
               CONTINUE
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.COINCIDENCIAS_SANCION
                   SET ESTADO = 'L',
                       RESUELTO_POR = :CG-M-USER,
           IF NOT HAY-COINC-CARGADA
               CONTINUE
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.COINCIDENCIAS_SANCION
                   SET ESTADO = 'C',
                       RESUELTO_POR = :CG-M-USER,
                     AND ESTADO = 'P'
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET BLOQUEADO = 'S'
                       WHERE USUARIO = :HV-USUARIO-CSAN
           MOVE 'N' TO SW-HAY-COINC.
           MOVE SPACES TO SCLIN1O.
           MOVE SPACES TO SCLIN2O.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_COINCIDENCIA, USUARIO, NOMBRE_CLIENTE,
                      NOMBRE_LISTA, ORIGEN
               INTO :HV-ID-CSAN, :HV-USUARIO-CSAN, :HV-NOMBRE-CSAN,
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
