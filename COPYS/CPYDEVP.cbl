      *----------------------------------------------------------------*
      * CPYDEVP: LIBRERIA DE LOGICA (DEVENGO DE INTERESES DE CUOTAS    *
      * DE PRESTAMOS)                                                  *
      * El interes de cada cuota 'P' (INTERES_CUOTA) se devenga en     *
      * linea recta a lo largo de su mes, de FECHA_VENCIMIENTO - 1     *
      * MONTH a FECHA_VENCIMIENTO. Todo cambio de INTERES_DEVENGADO    *
      * deja su fila en IBMUSER.DEVENGOS_PRESTAMO con la fecha de      *
      * negocio ('5' devengo, '6' reverso) en la misma unidad de       *
      * trabajo, que es lo que asientan PBNKGL/PBNKGM (ver             *
      * DDL/DEVENGOS_PRESTAMO.sql):                                    *
      *   9791 devenga al dia toda la cartera activa (o un prestamo);  *
      *        se basa en fechas, repetirlo en el dia no suma nada.    *
      *        Lo corre PBNKLC cada noche.                             *
      *   9793 completa el devengo de las cuotas que se cobran, para   *
      *        que el '4' cancele exactamente lo devengado (PBNKLC,    *
      *        PBNKLQ).                                                *
      *   9795 revierte lo devengado de cuotas que ya no se van a      *
      *        cobrar (PBNKLQ las futuras, PBNKLR las refinanciadas).  *
      * El llamador decide el COMMIT/SYNCPOINT.                        *
      *----------------------------------------------------------------*
       9791-DEVENGAR-INTERESES.
           MOVE 0 TO WS-DEV-CANT-CUOTAS.
           PERFORM 9797-LEER-FECHA-NEGOCIO.
           IF SQLCODE = 0
               PERFORM 9792-GRABAR-DEVENGO-DIARIO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET INTERES_DEVENGADO =
                         CASE WHEN FECHA_VENCIMIENTO
                                   <= DATE(:WS-DEV-FECHA-NEG)
                              THEN INTERES_CUOTA
                              ELSE DECIMAL(ROUND(INTERES_CUOTA
                                 * (DAYS(DATE(:WS-DEV-FECHA-NEG))
                                  - DAYS(FECHA_VENCIMIENTO - 1 MONTH))
                                 / (DAYS(FECHA_VENCIMIENTO)
                                  - DAYS(FECHA_VENCIMIENTO - 1 MONTH))
                                 , 2), 10, 2) END,
                       FECHA_DEVENGO = DATE(:WS-DEV-FECHA-NEG)
                   WHERE ESTADO = 'P'
                     AND FECHA_VENCIMIENTO - 1 MONTH
                         < DATE(:WS-DEV-FECHA-NEG)
                     AND INTERES_DEVENGADO < INTERES_CUOTA
                     AND FECHA_DEVENGO < DATE(:WS-DEV-FECHA-NEG)
                     AND (ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                          OR :WS-DEV-ID-PRESTAMO = 0)
                     AND ID_PRESTAMO IN
                         (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                          WHERE P.ESTADO = 'A')
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Fila '5' por la diferencia entre lo devengable a la fecha y
      * lo ya devengado; mismas condiciones que el UPDATE de 9791.
       9792-GRABAR-DEVENGO-DIARIO.
           EXEC SQL INSERT INTO IBMUSER.DEVENGOS_PRESTAMO
               (FECHA_NEGOCIO, ID_PRESTAMO, NRO_CUOTA, TIPO_OPER,
                MONTO, FECHA_ALTA)
               SELECT DATE(:WS-DEV-FECHA-NEG), ID_PRESTAMO, NRO_CUOTA,
                      '5',
                      CASE WHEN FECHA_VENCIMIENTO
                                <= DATE(:WS-DEV-FECHA-NEG)
                           THEN INTERES_CUOTA
                           ELSE DECIMAL(ROUND(INTERES_CUOTA
                              * (DAYS(DATE(:WS-DEV-FECHA-NEG))
                               - DAYS(FECHA_VENCIMIENTO - 1 MONTH))
                              / (DAYS(FECHA_VENCIMIENTO)
                               - DAYS(FECHA_VENCIMIENTO - 1 MONTH))
                              , 2), 10, 2) END
                      - INTERES_DEVENGADO,
                      CURRENT TIMESTAMP
               FROM IBMUSER.PRESTAMO_CUOTAS
               WHERE ESTADO = 'P'
                 AND FECHA_VENCIMIENTO - 1 MONTH
                     < DATE(:WS-DEV-FECHA-NEG)
                 AND INTERES_DEVENGADO < INTERES_CUOTA
                 AND FECHA_DEVENGO < DATE(:WS-DEV-FECHA-NEG)
                 AND (ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                      OR :WS-DEV-ID-PRESTAMO = 0)
                 AND ID_PRESTAMO IN
                     (SELECT P.ID_PRESTAMO FROM IBMUSER.PRESTAMOS P
                      WHERE P.ESTADO = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-DEV-CANT-CUOTAS
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Lleva INTERES_DEVENGADO a INTERES_CUOTA en la cuota que se
      * cobra (o en todas las 'P' vencidas si WS-DEV-NRO-CUOTA = 0),
      * con su fila '5' por lo que faltaba.
       9793-COMPLETAR-DEVENGO.
           MOVE 0 TO WS-DEV-CANT-CUOTAS.
           PERFORM 9797-LEER-FECHA-NEGOCIO.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.DEVENGOS_PRESTAMO
                   (FECHA_NEGOCIO, ID_PRESTAMO, NRO_CUOTA, TIPO_OPER,
                    MONTO, FECHA_ALTA)
                   SELECT DATE(:WS-DEV-FECHA-NEG), ID_PRESTAMO,
                          NRO_CUOTA, '5',
                          INTERES_CUOTA - INTERES_DEVENGADO,
                          CURRENT TIMESTAMP
                   FROM IBMUSER.PRESTAMO_CUOTAS
                   WHERE ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                     AND ESTADO = 'P'
                     AND INTERES_DEVENGADO < INTERES_CUOTA
                     AND (NRO_CUOTA = :WS-DEV-NRO-CUOTA
                          OR (:WS-DEV-NRO-CUOTA = 0
                              AND FECHA_VENCIMIENTO <= CURRENT DATE))
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-DEV-CANT-CUOTAS
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET INTERES_DEVENGADO = INTERES_CUOTA,
                       FECHA_DEVENGO = DATE(:WS-DEV-FECHA-NEG)
                   WHERE ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                     AND ESTADO = 'P'
                     AND INTERES_DEVENGADO < INTERES_CUOTA
                     AND (NRO_CUOTA = :WS-DEV-NRO-CUOTA
                          OR (:WS-DEV-NRO-CUOTA = 0
                              AND FECHA_VENCIMIENTO <= CURRENT DATE))
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Fila '6' por todo lo devengado de las cuotas 'P' que no se
      * van a cobrar, que vuelven a cero.
       9795-REVERTIR-DEVENGO.
           MOVE 0 TO WS-DEV-CANT-CUOTAS.
           PERFORM 9797-LEER-FECHA-NEGOCIO.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.DEVENGOS_PRESTAMO
                   (FECHA_NEGOCIO, ID_PRESTAMO, NRO_CUOTA, TIPO_OPER,
                    MONTO, FECHA_ALTA)
                   SELECT DATE(:WS-DEV-FECHA-NEG), ID_PRESTAMO,
                          NRO_CUOTA, '6', INTERES_DEVENGADO,
                          CURRENT TIMESTAMP
                   FROM IBMUSER.PRESTAMO_CUOTAS
                   WHERE ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                     AND ESTADO = 'P'
                     AND INTERES_DEVENGADO > 0
                     AND (FECHA_VENCIMIENTO > CURRENT DATE
                          OR :WS-DEV-SOLO-FUTURAS = 'N')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-DEV-CANT-CUOTAS
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET INTERES_DEVENGADO = 0,
                       FECHA_DEVENGO = DATE(:WS-DEV-FECHA-NEG)
                   WHERE ID_PRESTAMO = :WS-DEV-ID-PRESTAMO
                     AND ESTADO = 'P'
                     AND INTERES_DEVENGADO > 0
                     AND (FECHA_VENCIMIENTO > CURRENT DATE
                          OR :WS-DEV-SOLO-FUTURAS = 'N')
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       9797-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-DEV-FECHA-NEG
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
