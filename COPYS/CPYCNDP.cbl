      *----------------------------------------------------------------*
      * CPYCNDP: LIBRERIA DE LOGICA (CONDICIONES ESPECIALES)           *
      * 9970 busca la condicion negociada vigente (IBMUSER.            *
      * CONDICIONES_ESPECIALES 'A' con WS-CND-FECHA dentro de la       *
      * ventana) del tipo pedido: la de la cuenta gana sobre la de     *
      * todo el cliente (CUENTA_NUM blanco). Sin fila, o con error de  *
      * lectura, rige el precio del producto: deja CND-HALLADA en 'N'  *
      * y SQLCODE en 0 para no cortar el circuito del llamador.        *
      * 9975 suma WS-CND-COSTO al costo de la condicion WS-CND-ID; el  *
      * llamador lo ejecuta dentro de su propia unidad de trabajo y    *
      * controla el SQLCODE.                                           *
      *----------------------------------------------------------------*
       9970-BUSCAR-CONDICION-ESP.
           MOVE 'N' TO WS-CND-HALLADA.
           MOVE 0   TO WS-CND-ID.
           MOVE 0   TO WS-CND-TASA.
           MOVE 0   TO WS-CND-COMISION.
           IF WS-CND-FECHA = SPACES
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-CND-FECHA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           EXEC SQL SELECT ID_CONDICION, TASA, COMISION
               INTO :WS-CND-ID, :WS-CND-TASA, :WS-CND-COMISION
               FROM IBMUSER.CONDICIONES_ESPECIALES
               WHERE USUARIO = :WS-CND-USUARIO
                 AND TIPO_CONDICION = :WS-CND-TIPO
                 AND ESTADO = 'A'
                 AND (CUENTA_NUM = :WS-CND-CUENTA
                   OR CUENTA_NUM = ' ')
                 AND DATE(:WS-CND-FECHA) BETWEEN FECHA_DESDE
                                             AND FECHA_HASTA
               ORDER BY CUENTA_NUM DESC, ID_CONDICION DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'S' TO WS-CND-HALLADA
           ELSE
               MOVE 0 TO WS-CND-ID
               MOVE 0 TO WS-CND-TASA
               MOVE 0 TO WS-CND-COMISION
           END-IF.
           MOVE 0 TO SQLCODE.

       9975-ACUMULAR-COSTO-COND.
           EXEC SQL UPDATE IBMUSER.CONDICIONES_ESPECIALES
               SET COSTO_ACUMULADO = COSTO_ACUMULADO + :WS-CND-COSTO,
                   CANT_APLICACIONES = CANT_APLICACIONES + 1,
                   FECHA_ULT_APLICACION = DATE(:WS-CND-FECHA)
               WHERE ID_CONDICION = :WS-CND-ID
           END-EXEC.
