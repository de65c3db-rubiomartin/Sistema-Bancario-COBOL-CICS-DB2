      **         (APROBADO_POR) - mismo doble control que PBNKR.    **
      ** - El cierre automatico 'X' lo hace PBNKC cuando la cuenta  **
      **   vuelve a cuadrar; el aging semanal es BATCH/PBNKEA.cbl.  **
      ** - Tambien trae las filas ORIGEN 'M': item de memo del      **
      **   posteo diferido que BATCH/PBNKMR.cbl no pudo aplicar     **
      **   (linea 1 con el ID_MEMO y el motivo). Se cierran con C   **
      **   (reprocesado a mano) o W; la B no aplica a ellas.        **
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
           05 WS-DIF-EDIT           PIC -(8)9,99.
           05 WS-ASIGNADO-INPUT     PIC X(8)  VALUE SPACES.
           05 WS-LINEA-EXC          PIC X(75) VALUE SPACES.
           05 WS-ID-MEMO-EDIT       PIC Z(8)9.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.EXCEPCIONES_SALDO
                       SET ESTADO = 'A',
                           ASIGNADO_A = :WS-ASIGNADO-INPUT
               WHEN NOT HAY-EXC-CARGADA
                   CONTINUE

               WHEN DISPOI = 'B' AND HV-ORIGEN-EXC = 'M'
                   MOVE ' UN MEMO FALLIDO NO ES BOUNDARY (C O W)'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN DISPOI = 'C' OR DISPOI = 'B'
                   PERFORM 2210-CERRAR-DIRECTO


       2210-CERRAR-DIRECTO.
           MOVE DISPOI TO HV-ESTADO-EXC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EXCEPCIONES_SALDO
               SET ESTADO = :HV-ESTADO-EXC,
                   APROBADO_POR = :CG-M-USER,
       2220-WRITE-OFF-DUAL.
           EVALUATE TRUE
               WHEN HV-SOLICITADO-EXC = SPACES
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.EXCEPCIONES_SALDO
                       SET SOLICITADO_POR = :CG-M-USER
                       WHERE ID_EXCEPCION = :HV-ID-EXCEPCION
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.EXCEPCIONES_SALDO
                       SET ESTADO = 'W',
                           APROBADO_POR = :CG-M-USER,
           MOVE 'N' TO SW-HAY-EXCEPCION.
           MOVE SPACES TO EXLIN1O.
           MOVE SPACES TO EXLIN2O.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_EXCEPCION, USUARIO, DIFERENCIA,
                      VECES_DETECTADA, ESTADO, ASIGNADO_A,
                      SOLICITADO_POR, ORIGEN, ID_MEMO, MOTIVO,
                      DAYS(CURRENT DATE) - DAYS(FECHA_DETECCION)
               INTO :HV-ID-EXCEPCION, :HV-USUARIO-EXC,
                    :HV-DIFERENCIA-EXC, :HV-VECES-EXC,
                    :HV-ESTADO-EXC, :HV-ASIGNADO-EXC,
                    :HV-SOLICITADO-EXC, :HV-ORIGEN-EXC,
                    :HV-ID-MEMO-EXC, :HV-MOTIVO-EXC,
                    :WS-DIAS-ABIERTA
               FROM IBMUSER.EXCEPCIONES_SALDO
               WHERE ESTADO IN ('P', 'A')
               ORDER BY FECHA_DETECCION
           MOVE WS-DIAS-ABIERTA   TO WS-DIAS-EDIT.
           MOVE HV-VECES-EXC      TO WS-VECES-EDIT.
           MOVE SPACES TO WS-LINEA-EXC.
           IF HV-ORIGEN-EXC = 'M'
               MOVE HV-ID-MEMO-EXC TO WS-ID-MEMO-EDIT
               STRING ' ' DELIMITED BY SIZE
                   HV-USUARIO-EXC DELIMITED BY SIZE
                   ' MEMO ' DELIMITED BY SIZE
                   WS-ID-MEMO-EDIT DELIMITED BY SIZE
                   ' DIF ' DELIMITED BY SIZE
                   WS-DIF-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-MOTIVO-EXC DELIMITED BY SIZE
                   INTO WS-LINEA-EXC
           ELSE
               STRING ' ' DELIMITED BY SIZE
                   HV-USUARIO-EXC DELIMITED BY SIZE
                   ' DIF ' DELIMITED BY SIZE
                   WS-DIF-EDIT DELIMITED BY SIZE
                   ' DIAS ' DELIMITED BY SIZE
                   WS-DIAS-EDIT DELIMITED BY SIZE
                   ' VECES ' DELIMITED BY SIZE
                   WS-VECES-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-EXC
           END-IF.
           MOVE WS-LINEA-EXC TO EXLIN1O.

           MOVE SPACES TO WS-LINEA-EXC.
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
