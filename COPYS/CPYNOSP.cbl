      *----------------------------------------------------------------*
      * CPYNOSP: LIBRERIA DE LOGICA (LIQUIDACIONES DEL NOSTRO)         *
      * 9790 registra en IBMUSER.LIQUIDACIONES_NOSTRO el lote cargado  *
      * en WS-NOS-* con la fecha de negocio vigente, para que PBNKNS   *
      * lo concilie contra el extracto del banco liquidador. Un lote   *
      * sin items o de neto cero no mueve el nostro y no se registra.  *
      * Hace su propio COMMIT; como el libro de control, un error no   *
      * voltea el job de negocio: se avisa y el lote faltante aparece  *
      * como partida abierta del extracto en la conciliacion.          *
      *----------------------------------------------------------------*
       9790-REGISTRAR-LIQUIDACION-NOS.
           IF WS-NOS-CANT-ITEMS > 0 AND WS-NOS-MONTO NOT = 0
               IF WS-NOS-MONTO < 0
                   MOVE 'D' TO WS-NOS-SENTIDO
                   COMPUTE WS-NOS-MONTO = 0 - WS-NOS-MONTO
               ELSE
                   MOVE 'C' TO WS-NOS-SENTIDO
               END-IF
               MOVE WC-PROGRAMA TO WS-NOS-PROGRAMA
               EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
                   INTO :WS-NOS-FECHA-NEG
                   FROM IBMUSER.FECHA_NEGOCIO
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = 0
                   EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-NOS-FECHA-NEG
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
               EXEC SQL INSERT INTO IBMUSER.LIQUIDACIONES_NOSTRO
                   (FECHA_LIQ, REFERENCIA, SENTIDO, MONTO, CANT_ITEMS,
                    PROGRAMA, ESTADO, FECHA_ALTA)
                   VALUES (DATE(:WS-NOS-FECHA-NEG), :WS-NOS-REFERENCIA,
                    :WS-NOS-SENTIDO, :WS-NOS-MONTO, :WS-NOS-CANT-ITEMS,
                    :WS-NOS-PROGRAMA, 'P', CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY WC-PROGRAMA ' - LIQUIDACION NOSTRO '
                       WS-NOS-REFERENCIA ' ' WS-NOS-SENTIDO
               ELSE
                   DISPLAY 'AVISO: NO SE PUDO REGISTRAR LIQUIDACIONES_'
                       'NOSTRO SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.
           MOVE 0 TO WS-NOS-MONTO.
           MOVE 0 TO WS-NOS-CANT-ITEMS.
