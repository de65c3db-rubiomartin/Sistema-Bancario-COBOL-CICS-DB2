      *----------------------------------------------------------------*
      * CPYTARP: LIBRERIA DE LOGICA (TARIFARIO DE COMISIONES)          *
      * 9980 busca la tarifa vigente del evento (IBMUSER.              *
      * TARIFARIO_COMISIONES 'A' con la FECHA_VIGENCIA mas reciente    *
      * <= WS-TAR-FECHA): la del producto gana sobre la generica       *
      * (TIPO_CUENTA blanco). Comision = fijo + porcentaje de          *
      * WS-TAR-BASE, llevada al minimo y topeada en el maximo (0 =     *
      * sin tope); dentro de la franquicia mensual de la cuenta vale   *
      * 0 (TAR-EN-FRANQUICIA). Sin fila, o con error de lectura, deja  *
      * TAR-HALLADA en 'N' (el llamador aplica su valor de siempre) y  *
      * SQLCODE en 0 para no cortar el circuito del llamador.          *
      * 9985 cuenta un uso del mes (IBMUSER.USO_COMISIONES) si la      *
      * tarifa tiene franquicia; el llamador lo ejecuta dentro de su   *
      * propia unidad de trabajo y controla el SQLCODE.                *
      *----------------------------------------------------------------*
       9980-BUSCAR-TARIFA.
           MOVE 'N' TO WS-TAR-HALLADA.
           MOVE 'N' TO WS-TAR-BONIFICADA.
           MOVE 0   TO WS-TAR-COMISION.
           MOVE 0   TO WS-TAR-FRANQUICIA.
           MOVE 0   TO WS-TAR-USOS.
           IF WS-TAR-FECHA = SPACES
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-TAR-FECHA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE WS-TAR-FECHA(1:4) TO WS-TAR-PERIODO(1:4).
           MOVE WS-TAR-FECHA(6:2) TO WS-TAR-PERIODO(5:2).
           EXEC SQL SELECT MONTO_FIJO, PORCENTAJE, MINIMO, MAXIMO,
                           FRANQUICIA_MES
               INTO :WS-TAR-FIJO, :WS-TAR-PCT, :WS-TAR-MINIMO,
                    :WS-TAR-MAXIMO, :WS-TAR-FRANQUICIA
               FROM IBMUSER.TARIFARIO_COMISIONES
               WHERE EVENTO = :WS-TAR-EVENTO
                 AND ESTADO = 'A'
                 AND (TIPO_CUENTA = :WS-TAR-TIPO-CTA
                   OR TIPO_CUENTA = ' ')
                 AND FECHA_VIGENCIA <= DATE(:WS-TAR-FECHA)
               ORDER BY TIPO_CUENTA DESC, FECHA_VIGENCIA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'S' TO WS-TAR-HALLADA
               COMPUTE WS-TAR-COMISION ROUNDED =
                   WS-TAR-FIJO + WS-TAR-BASE * WS-TAR-PCT / 100
               IF WS-TAR-COMISION < WS-TAR-MINIMO
                   MOVE WS-TAR-MINIMO TO WS-TAR-COMISION
               END-IF
               IF WS-TAR-MAXIMO > 0
                       AND WS-TAR-COMISION > WS-TAR-MAXIMO
                   MOVE WS-TAR-MAXIMO TO WS-TAR-COMISION
               END-IF
               IF WS-TAR-FRANQUICIA > 0
                       AND WS-TAR-CUENTA NOT = SPACES
                   PERFORM 9982-LEER-USO-TARIFA
                   IF WS-TAR-USOS < WS-TAR-FRANQUICIA
                       MOVE 'S' TO WS-TAR-BONIFICADA
                       MOVE 0   TO WS-TAR-COMISION
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-TAR-FRANQUICIA
           END-IF.
           MOVE 0 TO SQLCODE.

       9982-LEER-USO-TARIFA.
           EXEC SQL SELECT CANTIDAD INTO :WS-TAR-USOS
               FROM IBMUSER.USO_COMISIONES
               WHERE EVENTO = :WS-TAR-EVENTO
                 AND CUENTA_NUM = :WS-TAR-CUENTA
                 AND PERIODO = :WS-TAR-PERIODO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-TAR-USOS
           END-IF.

       9985-REGISTRAR-USO-TARIFA.
           IF TAR-HALLADA AND WS-TAR-FRANQUICIA > 0
                   AND WS-TAR-CUENTA NOT = SPACES
               EXEC SQL UPDATE IBMUSER.USO_COMISIONES
                   SET CANTIDAD = CANTIDAD + 1
                   WHERE EVENTO = :WS-TAR-EVENTO
                     AND CUENTA_NUM = :WS-TAR-CUENTA
                     AND PERIODO = :WS-TAR-PERIODO
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL INSERT INTO IBMUSER.USO_COMISIONES
                       (EVENTO, CUENTA_NUM, PERIODO, CANTIDAD)
                       VALUES (:WS-TAR-EVENTO, :WS-TAR-CUENTA,
                        :WS-TAR-PERIODO, 1)
                   END-EXEC
               END-IF
           END-IF.
