      *----------------------------------------------------------------*
      * CPYMORP: LIBRERIA DE LOGICA (MORA DE CUOTAS DE PRESTAMOS)      *
      * 9740 devenga al dia de hoy los cargos por mora de las cuotas   *
      * 'P' vencidas de prestamos activos (ver DDL/PRESTAMOS.sql):     *
      * el interes punitorio diario desde FECHA_PUNITORIO (9744) y el  *
      * cargo fijo una sola vez pasada la gracia (9746). Se basa en    *
      * fechas, asi que repetirlo en el dia no suma nada: lo corre     *
      * PBNKLC cada noche para toda la cartera y PBNKLQ para un solo   *
      * prestamo antes de cotizar. El llamador decide el COMMIT/       *
      * SYNCPOINT.                                                     *
      *----------------------------------------------------------------*
       9740-DEVENGAR-MORA.
           MOVE 0 TO WS-MOR-CANT-PUNIT.
           MOVE 0 TO WS-MOR-CANT-CARGO.
           IF WS-MOR-PARAM-LEIDOS = 'N'
               PERFORM 9742-LEER-PARAMETROS-MORA
           END-IF.
           PERFORM 9744-DEVENGAR-PUNITORIOS.
           IF SQLCODE = 0 AND WS-MOR-CARGO-FIJO > 0
               PERFORM 9746-APLICAR-CARGO-MORA
           END-IF.

       9742-LEER-PARAMETROS-MORA.
           MOVE 36  TO WS-MOR-TASA-ANUAL.
           MOVE 500 TO WS-MOR-CARGO-FIJO.
           MOVE 5   TO WS-MOR-DIAS-GRACIA.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-MOR-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PUNITORIA_ANUAL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-MOR-VALOR-PARAM TO WS-MOR-TASA-ANUAL
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-MOR-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CARGO_MORA_FIJO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-MOR-VALOR-PARAM TO WS-MOR-CARGO-FIJO
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-MOR-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_GRACIA_MORA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-MOR-VALOR-PARAM TO WS-MOR-DIAS-GRACIA
           END-IF.
           MOVE 'S' TO WS-MOR-PARAM-LEIDOS.

      * Dias desde lo ultimo devengado (o desde el vencimiento la
      * primera vez) por la tasa diaria sobre la cuota impaga.
       9744-DEVENGAR-PUNITORIOS.
           EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
               SET INTERES_PUNITORIO = INTERES_PUNITORIO
                     + DECIMAL(ROUND(MONTO_CUOTA * :WS-MOR-TASA-ANUAL
                         / 36500
                         * (DAYS(CURRENT DATE)
                            - DAYS(CASE WHEN FECHA_PUNITORIO
                                            > FECHA_VENCIMIENTO
                                        THEN FECHA_PUNITORIO
                                        ELSE FECHA_VENCIMIENTO END))
                         , 2), 10, 2),
                   FECHA_PUNITORIO = CURRENT DATE
               WHERE ESTADO = 'P'
                 AND FECHA_VENCIMIENTO < CURRENT DATE
                 AND FECHA_PUNITORIO < CURRENT DATE
                 AND (ID_PRESTAMO = :WS-MOR-ID-PRESTAMO
                      OR :WS-MOR-ID-PRESTAMO = 0)
                 AND ID_PRESTAMO IN
                     (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                      WHERE P.ESTADO = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-MOR-CANT-PUNIT
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Cargo fijo, una vez por cuota: FECHA_CARGO_MORA queda puesta
      * aunque luego se condone.
       9746-APLICAR-CARGO-MORA.
           EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
               SET CARGO_MORA = :WS-MOR-CARGO-FIJO,
                   FECHA_CARGO_MORA = CURRENT DATE
               WHERE ESTADO = 'P'
                 AND FECHA_CARGO_MORA = '0001-01-01'
                 AND DAYS(CURRENT DATE) - DAYS(FECHA_VENCIMIENTO)
                     > :WS-MOR-DIAS-GRACIA
                 AND (ID_PRESTAMO = :WS-MOR-ID-PRESTAMO
                      OR :WS-MOR-ID-PRESTAMO = 0)
                 AND ID_PRESTAMO IN
                     (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                      WHERE P.ESTADO = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-MOR-CANT-CARGO
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
