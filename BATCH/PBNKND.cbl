      **   y avanza cada fila a 'E' sumando INTENTOS.               **
      ** - Una 'F' que agoto los intentos pasa a 'X' (vencida) y    **
      **   se lista en el reporte de excepciones DD NOTEXC.         **
      ** - Aviso de retiro sin tarjeta ('R', de PBNKST): siempre al **
      **   telefono registrado y sin opt-out; el numero de retiro y **
      **   el codigo de un solo uso viajan en WS-GW-TEXTO (primeros **
      **   24 bytes de TEXTO). Los demas tipos lo dejan en blanco.  **
      ** - COMMIT por notificacion; relanzar es seguro porque cada  **
      **   estado solo califica una vez.                            **
      *****************************************************************
           05 WS-GW-CANAL          PIC X(40).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-GW-MONTO          PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-GW-TEXTO          PIC X(24).
           05 FILLER               PIC X(1)  VALUE SPACES.

       01  WS-LINEA-EXCEPCION.
           05 WS-EX-ID-NOTI        PIC 9(09).
       4000-DESPACHAR-PENDIENTES.
           EXEC SQL DECLARE CUR-PENDIENTES CURSOR WITH HOLD FOR
               SELECT ID_NOTI, USUARIO_ORIGEN, USUARIO_DESTINO,
                      MONTO, TIPO_NOTIF, INTENTOS, TEXTO
               FROM IBMUSER.NOTIFICACIONES
               WHERE ESTADO = 'P'
                  OR (ESTADO = 'F' AND INTENTOS < :WS-MAX-INTENTOS)
       4100-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-PENDIENTES
               INTO :HV-ID-NOTI, :HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                    :HV-MONTO-NOTI, :HV-TIPO-NOTI, :HV-INTENTOS-NOTI,
                    :HV-TEXTO-NOTI
           END-EXEC.

       4200-DESPACHAR-UNA.
               MOVE HV-DESTINO-NOTI  TO WS-GW-DESTINO
               MOVE WS-CANAL-DESTINO TO WS-GW-CANAL
               MOVE HV-MONTO-NOTI    TO WS-GW-MONTO
               IF HV-TIPO-NOTI = 'R'
                   MOVE HV-TEXTO-NOTI(1:24) TO WS-GW-TEXTO
               ELSE
                   MOVE SPACES TO WS-GW-TEXTO
               END-IF
               WRITE REG-SALIDA FROM WS-REG-GATEWAY
               ADD HV-MONTO-NOTI TO WS-SAL-TOTAL
               PERFORM 7400-MARCAR-ENVIADA
               WHERE USUARIO = :HV-USUARIO-PREF
           END-EXEC.
           IF SQLCODE = 0
      * El codigo de retiro sin tarjeta va siempre al telefono.
               IF HV-CANAL-PREF = 'T'
                   OR (HV-TIPO-NOTI = 'R'
                       AND HV-TELEFONO-PREF NOT = SPACES)
                   MOVE HV-TELEFONO-PREF TO WS-CANAL-DESTINO
               ELSE
                   MOVE HV-EMAIL-PREF TO WS-CANAL-DESTINO
               END-IF
      * Las cartas legales de abandono ('D') y los codigos de
      * retiro sin tarjeta ('R') no admiten opt-out: ningun WHEN
      * las alcanza y siempre se despachan.
               EVALUATE HV-TIPO-NOTI
                   WHEN 'T'
                   WHEN 'B'
