      *----------------------------------------------------------------*
      * CPYCAMP: LIBRERIA DE LOGICA (CONTROL DE CAMBIOS)               *
      * 9630 valoriza la operacion en la base a la tasa media de       *
      * IBMUSER.DIVISAS y, si es una compra de divisa del cliente,     *
      * controla la restriccion vigente (9632, IBMUSER.RESTRICCIONES_  *
      * CAMBIO) y el cupo mensual (9634: PARAMETROS CUPO_MENSUAL_      *
      * DIVISA contra lo ya comprado en el mes de la fecha de negocio  *
      * en IBMUSER.OPERACIONES_CAMBIO, todos los canales). Deja        *
      * SQLCODE en 0: una lectura fallida no corta el circuito del     *
      * llamador. 9636 graba la operacion en el registro de control de *
      * cambios; el llamador controla el SQLCODE y el COMMIT/SYNCPOINT.*
      *----------------------------------------------------------------*
       9630-VERIFICAR-CUPO-CAMBIO.
           MOVE SPACE TO WS-CAM-RESULTADO.
           MOVE SPACES TO WS-CAM-MOTIVO-BLOQ.
           MOVE 0 TO WS-CAM-DISPONIBLE.
           MOVE 0 TO WS-CAM-TASA-BASE.
           EXEC SQL SELECT TASA_A_BASE INTO :WS-CAM-TASA-BASE
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :WS-CAM-MONEDA
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE WS-CAM-TASA TO WS-CAM-TASA-BASE
           END-IF.
           COMPUTE WS-CAM-MONTO-BASE ROUNDED =
               WS-CAM-MONTO-DIVISA * WS-CAM-TASA-BASE.
           IF CAM-COMPRA-CLIENTE
                   AND WS-CAM-MONEDA NOT = WS-CAM-MONEDA-BASE
               PERFORM 9632-LEER-RESTRICCION-CAMBIO
               IF CAM-HABILITADA
                   PERFORM 9634-LEER-CUPO-USADO
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       9632-LEER-RESTRICCION-CAMBIO.
           EXEC SQL SELECT MOTIVO INTO :WS-CAM-MOTIVO-BLOQ
               FROM IBMUSER.RESTRICCIONES_CAMBIO
               WHERE USUARIO = :WS-CAM-USUARIO
                 AND ESTADO = 'A'
                 AND DATE(:WS-CAM-FECHA)
                     BETWEEN FECHA_DESDE AND FECHA_HASTA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               SET CAM-BLOQUEADA TO TRUE
           END-IF.

       9634-LEER-CUPO-USADO.
           MOVE WS-CAM-CUPO-FABRICA TO WS-CAM-CUPO-MES.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-CAM-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CUPO_MENSUAL_DIVISA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-CAM-VALOR-PARAM TO WS-CAM-CUPO-MES
           END-IF.
           MOVE WS-CAM-FECHA TO WS-CAM-MES-DESDE.
           MOVE '01' TO WS-CAM-MES-DESDE(9:2).
           MOVE 0 TO WS-CAM-USADO-MES.
           EXEC SQL SELECT COALESCE(SUM(MONTO_BASE), 0)
               INTO :WS-CAM-USADO-MES
               FROM IBMUSER.OPERACIONES_CAMBIO
               WHERE USUARIO = :WS-CAM-USUARIO
                 AND SENTIDO = 'C'
                 AND MONEDA <> :WS-CAM-MONEDA-BASE
                 AND FECHA_NEGOCIO
                     BETWEEN DATE(:WS-CAM-MES-DESDE)
                         AND DATE(:WS-CAM-FECHA)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CAM-USADO-MES
           END-IF.
           COMPUTE WS-CAM-DISPONIBLE =
               WS-CAM-CUPO-MES - WS-CAM-USADO-MES.
           IF WS-CAM-DISPONIBLE < 0
               MOVE 0 TO WS-CAM-DISPONIBLE
           END-IF.
           IF WS-CAM-MONTO-BASE > WS-CAM-DISPONIBLE
               SET CAM-EXCEDE-CUPO TO TRUE
           END-IF.

       9636-REGISTRAR-OPERACION-CAMBIO.
           EXEC SQL INSERT INTO IBMUSER.OPERACIONES_CAMBIO
               (USUARIO, CANAL, SENTIDO, CONCEPTO, MONEDA,
                MONTO_DIVISA, TASA_APLICADA, MONTO_BASE, ID_MOV,
                SUCURSAL_ID, AGENTE_ID, FECHA_NEGOCIO,
                FECHA_OPERACION)
               VALUES (:WS-CAM-USUARIO, :WS-CAM-CANAL,
                :WS-CAM-SENTIDO, :WS-CAM-CONCEPTO, :WS-CAM-MONEDA,
                :WS-CAM-MONTO-DIVISA, :WS-CAM-TASA,
                :WS-CAM-MONTO-BASE, :WS-CAM-ID-MOV,
                :WS-CAM-SUCURSAL, :WS-CAM-AGENTE,
                DATE(:WS-CAM-FECHA), CURRENT TIMESTAMP)
           END-EXEC.
