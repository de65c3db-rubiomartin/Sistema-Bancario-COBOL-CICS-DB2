      *----------------------------------------------------------------*
      * CPYUVAP: LIBRERIA DE LOGICA (INDICE UVA Y REVALUACION DE       *
      * PRODUCTOS EN UNIDADES)                                         *
      * Un producto en UVA guarda sus importes en unidades y sus       *
      * columnas en pesos quedan al ultimo indice aplicado; toda       *
      * revaluacion del capital deja su fila en IBMUSER.AJUSTES_UVA    *
      * con la fecha de negocio en la misma unidad de trabajo, que es  *
      * lo que asientan PBNKGL/PBNKGM (ver DDL/VALORES_UVA.sql):       *
      *   9670 lee el indice de WS-UVA-FECHA (SQLCODE 100 = no hay).   *
      *   9672 revalua prestamos UVA: reprecia las cuotas 'P'          *
      *        (capital e interes en unidades * indice), revierte      *
      *        ('6') el devengo que supere el interes nuevo y registra *
      *        la diferencia de capital ('(' suba, ')' baja).          *
      *   9674 revalua plazos fijos UVA: MONTO = MONTO_UVA * indice    *
      *        ('^' suba, '~' baja).                                   *
      * Aplicar dos veces el mismo indice no registra nada.            *
      * El llamador decide el COMMIT/SYNCPOINT.                        *
      *----------------------------------------------------------------*
       9670-LEER-VALOR-UVA.
           MOVE 0 TO WS-UVA-VALOR.
           EXEC SQL SELECT VALOR INTO :WS-UVA-VALOR
               FROM IBMUSER.VALORES_UVA
               WHERE FECHA = DATE(:WS-UVA-FECHA)
           END-EXEC.

       9672-REVALUAR-PRESTAMOS.
           MOVE 0 TO WS-UVA-CANT.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
      * Diferencia del capital pendiente por prestamo, antes de
      * repreciar las cuotas.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.AJUSTES_UVA
                   (FECHA_NEGOCIO, PRODUCTO, ID_PRODUCTO, TIPO_OPER,
                    VALOR_UVA_ANT, VALOR_UVA, MONTO, FECHA_ALTA)
                   SELECT DATE(:WS-UVA-FECHA-NEG), 'L', P.ID_PRESTAMO,
                          CASE WHEN SUM(DECIMAL(ROUND(C.CAPITAL_UVA
                                    * :WS-UVA-VALOR, 2), 10, 2))
                                    > SUM(C.CAPITAL_CUOTA)
                               THEN '(' ELSE ')' END,
                          P.VALOR_UVA_AJUSTE, :WS-UVA-VALOR,
                          ABS(SUM(DECIMAL(ROUND(C.CAPITAL_UVA
                              * :WS-UVA-VALOR, 2), 10, 2))
                              - SUM(C.CAPITAL_CUOTA)),
                          CURRENT TIMESTAMP
                   FROM IBMUSER.PRESTAMOS P,
                        IBMUSER.PRESTAMO_CUOTAS C
                   WHERE C.ID_PRESTAMO = P.ID_PRESTAMO
                     AND C.ESTADO = 'P'
                     AND P.ESTADO = 'A'
                     AND P.UNIDAD = 'UVA'
                     AND (P.ID_PRESTAMO = :WS-UVA-ID
                          OR :WS-UVA-ID = 0)
                   GROUP BY P.ID_PRESTAMO, P.VALOR_UVA_AJUSTE
                   HAVING SUM(DECIMAL(ROUND(C.CAPITAL_UVA
                              * :WS-UVA-VALOR, 2), 10, 2))
                          <> SUM(C.CAPITAL_CUOTA)
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-UVA-CANT
               END-IF
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
      * Devengo por encima del interes repreciado (el indice bajo):
      * fila '6' por el exceso, como un reverso de CPYDEVP.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.DEVENGOS_PRESTAMO
                   (FECHA_NEGOCIO, ID_PRESTAMO, NRO_CUOTA, TIPO_OPER,
                    MONTO, FECHA_ALTA)
                   SELECT DATE(:WS-UVA-FECHA-NEG), ID_PRESTAMO,
                          NRO_CUOTA, '6',
                          INTERES_DEVENGADO
                          - DECIMAL(ROUND(INTERES_UVA
                                * :WS-UVA-VALOR, 2), 10, 2),
                          CURRENT TIMESTAMP
                   FROM IBMUSER.PRESTAMO_CUOTAS
                   WHERE ESTADO = 'P'
                     AND INTERES_DEVENGADO >
                         DECIMAL(ROUND(INTERES_UVA
                               * :WS-UVA-VALOR, 2), 10, 2)
                     AND ID_PRESTAMO IN
                         (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                          WHERE P.ESTADO = 'A'
                            AND P.UNIDAD = 'UVA'
                            AND (P.ID_PRESTAMO = :WS-UVA-ID
                                 OR :WS-UVA-ID = 0))
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET CAPITAL_CUOTA = DECIMAL(ROUND(CAPITAL_UVA
                                 * :WS-UVA-VALOR, 2), 10, 2),
                       INTERES_CUOTA = DECIMAL(ROUND(INTERES_UVA
                                 * :WS-UVA-VALOR, 2), 10, 2),
                       MONTO_CUOTA = DECIMAL(ROUND(CAPITAL_UVA
                                 * :WS-UVA-VALOR, 2), 10, 2)
                                   + DECIMAL(ROUND(INTERES_UVA
                                 * :WS-UVA-VALOR, 2), 10, 2),
                       INTERES_DEVENGADO =
                         CASE WHEN INTERES_DEVENGADO >
                                   DECIMAL(ROUND(INTERES_UVA
                                     * :WS-UVA-VALOR, 2), 10, 2)
                              THEN DECIMAL(ROUND(INTERES_UVA
                                     * :WS-UVA-VALOR, 2), 10, 2)
                              ELSE INTERES_DEVENGADO END
                   WHERE ESTADO = 'P'
                     AND ID_PRESTAMO IN
                         (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                          WHERE P.ESTADO = 'A'
                            AND P.UNIDAD = 'UVA'
                            AND (P.ID_PRESTAMO = :WS-UVA-ID
                                 OR :WS-UVA-ID = 0))
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.PRESTAMOS
                   SET VALOR_UVA_AJUSTE = :WS-UVA-VALOR,
                       FECHA_AJUSTE = DATE(:WS-UVA-FECHA-NEG)
                   WHERE ESTADO = 'A'
                     AND UNIDAD = 'UVA'
                     AND (ID_PRESTAMO = :WS-UVA-ID
                          OR :WS-UVA-ID = 0)
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       9674-REVALUAR-PLAZOS.
           MOVE 0 TO WS-UVA-CANT.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.AJUSTES_UVA
                   (FECHA_NEGOCIO, PRODUCTO, ID_PRODUCTO, TIPO_OPER,
                    VALOR_UVA_ANT, VALOR_UVA, MONTO, FECHA_ALTA)
                   SELECT DATE(:WS-UVA-FECHA-NEG), 'F', ID_PLAZO,
                          CASE WHEN DECIMAL(ROUND(MONTO_UVA
                                    * :WS-UVA-VALOR, 2), 10, 2)
                                    > MONTO
                               THEN '^' ELSE '~' END,
                          VALOR_UVA_AJUSTE, :WS-UVA-VALOR,
                          ABS(DECIMAL(ROUND(MONTO_UVA
                              * :WS-UVA-VALOR, 2), 10, 2) - MONTO),
                          CURRENT TIMESTAMP
                   FROM IBMUSER.PLAZOS_FIJOS
                   WHERE ESTADO = 'A'
                     AND UNIDAD = 'UVA'
                     AND (ID_PLAZO = :WS-UVA-ID OR :WS-UVA-ID = 0)
                     AND DECIMAL(ROUND(MONTO_UVA
                         * :WS-UVA-VALOR, 2), 10, 2) <> MONTO
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-UVA-CANT
               END-IF
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.PLAZOS_FIJOS
                   SET MONTO = DECIMAL(ROUND(MONTO_UVA
                                 * :WS-UVA-VALOR, 2), 10, 2),
                       VALOR_UVA_AJUSTE = :WS-UVA-VALOR
                   WHERE ESTADO = 'A'
                     AND UNIDAD = 'UVA'
                     AND (ID_PLAZO = :WS-UVA-ID OR :WS-UVA-ID = 0)
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       9678-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-UVA-FECHA-NEG
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
