      *----------------------------------------------------------------*
      * CPYPTSP: LIBRERIA DE LOGICA (PUNTOS DE LEALTAD)                *
      * Libro de puntos por USUARIO en IBMUSER.PUNTOS_LEALTAD (ver     *
      * DDL/PUNTOS_LEALTAD.sql):                                       *
      *   9600 acredita los puntos de una compra liquidada con tarjeta *
      *        de debito: tasa de IBMUSER.TASAS_PUNTOS por producto    *
      *        de la cuenta y rubro del comercio (la fila mas          *
      *        especifica gana), puntos enteros truncados, vencimiento *
      *        a MESES_VENC_PUNTOS meses. Lo usa PBNKAT.               *
      *   9604 descuenta puntos de las filas 'G' con saldo, la de      *
      *        vencimiento mas proximo primero (canje en PBNKPN,       *
      *        reverso en PBNKLY). No valida el saldo: lo hace el      *
      *        llamador.                                               *
      *   9606 saldo del cliente (SUM de PUNTOS).                      *
      * El llamador decide el COMMIT/SYNCPOINT.                        *
      *----------------------------------------------------------------*
       9600-ACREDITAR-PUNTOS.
           MOVE 0 TO WS-PTS-PUNTOS.
           IF WS-PTS-RUBRO = SPACES OR LOW-VALUES
               GO TO 9600-EXIT
           END-IF.
           EXEC SQL SELECT TIPO_CUENTA INTO :WS-PTS-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :WS-PTS-CUENTA
           END-EXEC.
           IF SQLCODE = 100
               MOVE '*' TO WS-PTS-TIPO-CUENTA
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE NOT = 0
               GO TO 9600-EXIT
           END-IF.
           PERFORM 9602-BUSCAR-TASA.
           IF SQLCODE NOT = 0
               GO TO 9600-EXIT
           END-IF.
           COMPUTE WS-PTS-PUNTOS = WS-PTS-MONTO * WS-PTS-TASA.
           IF WS-PTS-PUNTOS > 0
               PERFORM 9603-GRABAR-GANADOS
           END-IF.

       9600-EXIT.
           EXIT.

      * Fila mas especifica: producto + rubro, producto, rubro y
      * general. Sin ninguna la compra no suma (tasa 0).
       9602-BUSCAR-TASA.
           MOVE 0 TO WS-PTS-TASA.
           EXEC SQL SELECT PUNTOS_POR_PESO INTO :WS-PTS-TASA
               FROM IBMUSER.TASAS_PUNTOS
               WHERE TIPO_CUENTA IN (:WS-PTS-TIPO-CUENTA, '*')
                 AND RUBRO IN (:WS-PTS-RUBRO, '****')
               ORDER BY CASE WHEN TIPO_CUENTA = '*' THEN 1
                             ELSE 0 END,
                        CASE WHEN RUBRO = '****' THEN 1
                             ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO WS-PTS-TASA
               MOVE 0 TO SQLCODE
           END-IF.

       9603-GRABAR-GANADOS.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-PTS-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MESES_VENC_PUNTOS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-PTS-VALOR-PARAM TO WS-PTS-MESES-VENC
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.PUNTOS_LEALTAD
               (USUARIO, TIPO, PUNTOS, PUNTOS_DISPONIBLES,
                FECHA_VENCIMIENTO, ID_MOV, NUMERO_TARJETA, RUBRO,
                FECHA_NEGOCIO)
               VALUES (:WS-PTS-USUARIO, 'G', :WS-PTS-PUNTOS,
                :WS-PTS-PUNTOS,
                DATE(:WS-PTS-FECHA-NEG) + :WS-PTS-MESES-VENC MONTHS,
                :WS-PTS-ID-MOV, :WS-PTS-TARJETA, :WS-PTS-RUBRO,
                DATE(:WS-PTS-FECHA-NEG))
           END-EXEC.

      * Consume de a una fila 'G' por vez hasta cubrir lo pedido o
      * quedarse sin filas con saldo; lo que no se cubrio queda en
      * WS-PTS-A-CONSUMIR.
       9604-CONSUMIR-PUNTOS.
           MOVE 0 TO SQLCODE.
           PERFORM 9605-CONSUMIR-UNA-FILA
               UNTIL WS-PTS-A-CONSUMIR NOT > 0 OR SQLCODE NOT = 0.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       9605-CONSUMIR-UNA-FILA.
           EXEC SQL SELECT ID_PUNTOS, PUNTOS_DISPONIBLES
               INTO :WS-PTS-ID-FILA, :WS-PTS-DISP-FILA
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :WS-PTS-USUARIO
                 AND TIPO = 'G'
                 AND PUNTOS_DISPONIBLES > 0
               ORDER BY FECHA_VENCIMIENTO, ID_PUNTOS
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               IF WS-PTS-DISP-FILA > WS-PTS-A-CONSUMIR
                   MOVE WS-PTS-A-CONSUMIR TO WS-PTS-TOMA
               ELSE
                   MOVE WS-PTS-DISP-FILA TO WS-PTS-TOMA
               END-IF
               EXEC SQL UPDATE IBMUSER.PUNTOS_LEALTAD
                   SET PUNTOS_DISPONIBLES =
                       PUNTOS_DISPONIBLES - :WS-PTS-TOMA
                   WHERE ID_PUNTOS = :WS-PTS-ID-FILA
               END-EXEC
               SUBTRACT WS-PTS-TOMA FROM WS-PTS-A-CONSUMIR
           END-IF.

       9606-SALDO-PUNTOS.
           EXEC SQL SELECT COALESCE(SUM(PUNTOS), 0)
               INTO :WS-PTS-SALDO
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :WS-PTS-USUARIO
           END-EXEC.
