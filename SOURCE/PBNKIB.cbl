      **   sucursal propia en CLIENTES; frontera documentada).      **
      **   Nace con ESTADO 'C' para que el despachador PBNKND       **
      **   (que drena solo 'P') nunca lo mande al gateway.          **
      ** - Solicitudes de pago (SOURCE/PBNKSL.cbl): la linea        **
      **   resaltada muestra la solicitud pendiente mas vieja       **
      **   del cliente. PF5 la acepta ('A') y lleva por la          **
      **   seleccion de cuenta (PBNKQ) a la transferencia           **
      **   (PBNKT), que la precarga; PF6 la rechaza; PF9 la         **
      **   rechaza y bloquea al solicitante                         **
      **   (BLOQUEOS_SOLICITUD). Cada respuesta deja un aviso       **
      **   'Q' en el buzon del solicitante.                         **
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
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLSOLP END-EXEC.
           EXEC SQL INCLUDE DCLBLSO END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

           05 WS-DIFUSION-EDIT      PIC ZZZZZZ9.
           05 WS-SUC-DESTINO        PIC X(4)  VALUE SPACES.
           05 WS-TIPO-LEYENDA       PIC X(10) VALUE SPACES.
      * Solicitud de pago pendiente mas vieja del cliente (3500);
      * PF5/PF6/PF9 operan siempre sobre esa misma fila.
           05 WS-LINEA-SOLICITUD    PIC X(75) VALUE SPACES.
           05 WS-ID-SOL-EDIT        PIC Z(8)9.
           05 WS-RESULTADO-SOL      PIC X(10) VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-SOLICITUD          PIC X     VALUE 'N'.
              88 HAY-SOLICITUD                VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
               MOVE ' PF8=MAS PF7=INICIO PF10=DIFUNDIR PF3=MENU'
                 TO LEYENDAO
           ELSE
               MOVE ' PF8=MAS PF7=INICIO PF5/6/9=ACEPT/RECHAZ/BLOQ PF3'
                 TO LEYENDAO
           END-IF.
           MOVE 0 TO CG-IB-ID-DESDE.
           PERFORM 3000-CARGAR-PAGINA.
           PERFORM 3500-MOSTRAR-SOLICITUD.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

               WHEN EIBAID = DFHPF10 AND USUARIO-EMPLEADO
                   PERFORM 2100-DIFUNDIR-AVISO

      * Solicitudes de pago (SOURCE/PBNKSL.cbl): aceptar lleva a
      * la transferencia; rechazar y bloquear muestran la siguiente.
               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ACEPTAR-SOLICITUD THRU 2200-EXIT
                   PERFORM 3500-MOSTRAR-SOLICITUD

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-RECHAZAR-SOLICITUD THRU 2300-EXIT
                   PERFORM 3500-MOSTRAR-SOLICITUD

               WHEN EIBAID = DFHPF9
                   PERFORM 2400-BLOQUEAR-SOLICITANTE THRU 2400-EXIT
                   PERFORM 3500-MOSTRAR-SOLICITUD

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               END-IF
           END-IF.

      *================================================================*
      * 2200 - SOLICITUDES DE PAGO (PF5 / PF6 / PF9)                   *
      *================================================================*
      * Aceptar no mueve fondos: deja la solicitud 'A' y lleva al
      * cliente por la seleccion de cuenta (PBNKQ) a la transferencia
      * de siempre (PBNKT), que la encuentra y precarga destino, monto
      * y concepto; limites, OTP y velocidad se aplican alli.
       2200-ACEPTAR-SOLICITUD.
           PERFORM 7500-LEER-SOLICITUD-PEND.
           IF NOT HAY-SOLICITUD
               MOVE ' NO HAY SOLICITUDES PENDIENTES' TO MSGO
               MOVE ATTR-RED TO MSGC
               GO TO 2200-EXIT
           END-IF.
           MOVE 'A'         TO HV-ESTADO-SOLP.
           MOVE 'ACEPTADA'  TO WS-RESULTADO-SOL.
           PERFORM 7600-RESPONDER-SOLICITUD.
           IF SQLCODE = 0
               PERFORM 7700-AVISAR-SOLICITANTE
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM 9050-IR-A-TRANSFERENCIA
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL ACEPTAR LA SOLICITUD' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
       2200-EXIT.
           EXIT.

       2300-RECHAZAR-SOLICITUD.
           PERFORM 7500-LEER-SOLICITUD-PEND.
           IF NOT HAY-SOLICITUD
               MOVE ' NO HAY SOLICITUDES PENDIENTES' TO MSGO
               MOVE ATTR-RED TO MSGC
               GO TO 2300-EXIT
           END-IF.
           MOVE 'R'         TO HV-ESTADO-SOLP.
           MOVE 'RECHAZADA' TO WS-RESULTADO-SOL.
           PERFORM 7600-RESPONDER-SOLICITUD.
           IF SQLCODE = 0
               PERFORM 7700-AVISAR-SOLICITANTE
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' SOLICITUD RECHAZADA' TO MSGO
               MOVE ATTR-GREEN TO MSGC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL RECHAZAR LA SOLICITUD' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
       2300-EXIT.
           EXIT.

      * Bloquear rechaza la solicitud mostrada y deja al solicitante
      * en BLOQUEOS_SOLICITUD: PBNKSL no le acepta nuevas. El aviso
      * al solicitante es el mismo de un rechazo.
       2400-BLOQUEAR-SOLICITANTE.
           PERFORM 7500-LEER-SOLICITUD-PEND.
           IF NOT HAY-SOLICITUD
               MOVE ' NO HAY SOLICITUDES PENDIENTES' TO MSGO
               MOVE ATTR-RED TO MSGC
               GO TO 2400-EXIT
           END-IF.
           MOVE 'R'         TO HV-ESTADO-SOLP.
           MOVE 'RECHAZADA' TO WS-RESULTADO-SOL.
           PERFORM 7600-RESPONDER-SOLICITUD.
           IF SQLCODE = 0
               PERFORM 7650-INSERTAR-BLOQUEO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7700-AVISAR-SOLICITANTE
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               INITIALIZE MSGO
               STRING ' SOLICITANTE ' DELIMITED BY SIZE
                   HV-SOLICITANTE-SOLP DELIMITED BY SIZE
                   ' BLOQUEADO' DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL BLOQUEAR AL SOLICITANTE' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
       2400-EXIT.
           EXIT.

      *================================================================*
      * 3000 - PAGINA DE AVISOS (4 POR PANTALLA, MAS NUEVOS PRIMERO)   *
      *================================================================*
                   OR ID_NOTI < :CG-IB-ID-DESDE)
               ORDER BY ID_NOTI DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-BUZON END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ' ERROR ABRIENDO EL BUZON' TO MSGO
                   END-IF
                   PERFORM 3100-FETCH-AVISO
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-BUZON END-EXEC
               IF WS-INDICE = 0
                   MOVE ' NO HAY MAS AVISOS' TO MSGO
           END-IF.

       3100-FETCH-AVISO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-BUZON
               INTO :HV-ID-NOTI, :HV-TIPO-NOTI, :HV-MONTO-NOTI,
                    :HV-ORIGEN-NOTI, :HV-FECHA-EVENTO-NOTI,
               WHEN 'D' MOVE 'LEGAL'     TO WS-TIPO-LEYENDA
               WHEN 'G' MOVE 'SEGURIDAD' TO WS-TIPO-LEYENDA
               WHEN 'O' MOVE 'AVISO'     TO WS-TIPO-LEYENDA
               WHEN 'R' MOVE 'RETIRO'    TO WS-TIPO-LEYENDA
               WHEN 'Q' MOVE 'SOLICITUD' TO WS-TIPO-LEYENDA
               WHEN OTHER MOVE 'OTRO'    TO WS-TIPO-LEYENDA
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-AVISO.
                   ' ' DELIMITED BY SIZE
                   HV-TEXTO-NOTI(1:50) DELIMITED BY SIZE
                   INTO WS-LINEA-AVISO
           ELSE
           IF HV-TIPO-NOTI = 'Q'
               MOVE HV-MONTO-NOTI TO WS-MONTO-EDIT
               STRING ' ' DELIMITED BY SIZE
                   HV-FECHA-EVENTO-NOTI(1:10) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-TEXTO-NOTI(1:36) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-ORIGEN-NOTI DELIMITED BY SIZE
                   ' $' DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-AVISO
           ELSE
               MOVE HV-MONTO-NOTI TO WS-MONTO-EDIT
               STRING ' ' DELIMITED BY SIZE
                   ' $' DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-AVISO
           END-IF
           END-IF.
           EVALUATE WS-INDICE
               WHEN 1
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 3500 - SOLICITUD DE PAGO PENDIENTE MAS VIEJA                   *
      *================================================================*
       3500-MOSTRAR-SOLICITUD.
           MOVE SPACES TO SOLLINO.
           PERFORM 7500-LEER-SOLICITUD-PEND.
           IF HAY-SOLICITUD
               MOVE HV-ID-SOLP    TO WS-ID-SOL-EDIT
               MOVE HV-MONTO-SOLP TO WS-MONTO-EDIT
               MOVE SPACES TO WS-LINEA-SOLICITUD
               STRING ' SOLICITUD ' DELIMITED BY SIZE
                   WS-ID-SOL-EDIT DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   HV-SOLICITANTE-SOLP DELIMITED BY SIZE
                   ' $' DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-CONCEPTO-SOLP(1:13) DELIMITED BY SIZE
                   ' VTO ' DELIMITED BY SIZE
                   HV-VENCE-SOLP DELIMITED BY SIZE
                   INTO WS-LINEA-SOLICITUD
               MOVE WS-LINEA-SOLICITUD TO SOLLINO
               MOVE ATTR-YELLOW TO SOLLINC
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7200-MARCAR-LEIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.NOTIFICACIONES
               SET LEIDA = 'S',
                   FECHA_LECTURA = CURRENT TIMESTAMP
           END-IF.

       7300-DIFUNDIR-A-TODOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, LEIDA, TEXTO)
      * Los clientes no tienen sucursal propia: la difusion por
      * sucursal alcanza a quienes OPERARON en ella.
       7400-DIFUNDIR-A-SUCURSAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, LEIDA, TEXTO)
               MOVE 0 TO WS-CONT-DIFUSION
           END-IF.

      * La mas vieja primero; una vencida que el barrido nocturno
      * (BATCH/PBNKSV.cbl) todavia no cerro ya no se ofrece.
       7500-LEER-SOLICITUD-PEND.
           MOVE 'N' TO SW-SOLICITUD.
           MOVE CG-M-USER TO HV-PAGADOR-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_SOLICITUD, SOLICITANTE, MONTO, CONCEPTO,
                           CHAR(FECHA_VENCIMIENTO, ISO)
               INTO :HV-ID-SOLP, :HV-SOLICITANTE-SOLP,
                    :HV-MONTO-SOLP, :HV-CONCEPTO-SOLP, :HV-VENCE-SOLP
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE PAGADOR = :HV-PAGADOR-SOLP
                 AND ESTADO = 'P'
                 AND FECHA_VENCIMIENTO >= CURRENT DATE
               ORDER BY ID_SOLICITUD
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'S' TO SW-SOLICITUD
           END-IF.

      * Guardada por ESTADO 'P': si otra sesion ya la respondio,
      * SQLCODE +100 y la operacion se deshace.
       7600-RESPONDER-SOLICITUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PAGO
               SET ESTADO = :HV-ESTADO-SOLP,
                   FECHA_RESPUESTA = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-SOLP
                 AND PAGADOR = :HV-PAGADOR-SOLP
                 AND ESTADO = 'P'
           END-EXEC.

       7650-INSERTAR-BLOQUEO.
           MOVE CG-M-USER           TO HV-PAGADOR-BLSO.
           MOVE HV-SOLICITANTE-SOLP TO HV-SOLICITANTE-BLSO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.BLOQUEOS_SOLICITUD
               (PAGADOR, SOLICITANTE, FECHA_ALTA)
               VALUES (:HV-PAGADOR-BLSO, :HV-SOLICITANTE-BLSO,
                CURRENT TIMESTAMP)
           END-EXEC.
      * Ya bloqueado de antes: no es un error.
           IF SQLCODE = -803
               MOVE 0 TO SQLCODE
           END-IF.

       7700-AVISAR-SOLICITANTE.
           MOVE HV-ID-SOLP TO WS-ID-SOL-EDIT.
           MOVE SPACES TO HV-TEXTO-NOTI.
           STRING 'SOLICITUD ' WS-ID-SOL-EDIT ' ' WS-RESULTADO-SOL
               DELIMITED BY SIZE INTO HV-TEXTO-NOTI.
           MOVE CG-M-USER           TO HV-ORIGEN-NOTI.
           MOVE HV-SOLICITANTE-SOLP TO HV-DESTINO-NOTI.
           MOVE HV-MONTO-SOLP       TO HV-MONTO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, LEIDA, TEXTO)
               VALUES (:HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                :HV-MONTO-NOTI, CURRENT TIMESTAMP, 'C', 'Q', 'N',
                :HV-TEXTO-NOTI)
           END-EXEC.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      * Mismo camino que la opcion de menu de transferencias: la
      * seleccion de cuenta (PBNKQ) sigue a CG-CUENTA-DESTINO.
       9050-IR-A-TRANSFERENCIA.
           INITIALIZE CH-COMUN.
           MOVE CS-PGM-TRANSFERIR TO CG-CUENTA-DESTINO.
           MOVE CS-PGM-CUENTAS    TO CH-XCTL.
           MOVE WC-TRANSACCION    TO CH-TRANS-RETORNO.
           MOVE WC-PROGRAMA       TO CH-PROGRAMA-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CH-XCTL)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
           MOVE ' SOLICITUD ACEPTADA - INGRESE POR TRANSFERENCIAS'
             TO MSGO.

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
