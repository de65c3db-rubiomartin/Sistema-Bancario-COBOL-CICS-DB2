      **   (DD GLBALM), usando el mismo mapeo GL_CUENTAS del        **
      **   asiento diario de PBNKGL: cada agregado TIPO_OPER suma   **
      **   al debe de su CUENTA_DEBE y al haber de su CUENTA_HABER. **
      **   Incluye el devengo de intereses de prestamos del mes     **
      **   (IBMUSER.DEVENGOS_PRESTAMO, tipos '5'/'6') y los         **
      **   consumos e intereses de tarjetas de credito              **
      **   (IBMUSER.MOVIMIENTOS_TC, tipos '8'/'9') y la comision    **
      **   de seguros (IBMUSER.COBROS_SEGURO, tipo ':') y la        **
      **   revaluacion UVA (IBMUSER.AJUSTES_UVA, tipos '(' ')' '^'  **
      **   '~') y las cuentas de orden de avales (IBMUSER.          **
      **   EVENTOS_AVAL, tipos '{' '}'), como PBNKGL.               **
      ** - Al pie, el subdiario de la cartera de prestamos a la     **
      **   fecha de negocio (capital pendiente e interes devengado  **
      **   a cobrar de las cuotas 'P') para conciliar contra las    **
      **   cuentas 13010000 y 13030000.                             **
      ** - Prueba debe = haber; si cierra y no hubo tipos sin       **
      **   mapeo, sella el periodo en IBMUSER.CIERRES_CONTABLES     **
      **   (ver DDL: la fila bloquea el periodo en PBNKFN/PBNKGL).  **
      **   curso o un mes ya cerrado se rechaza.                    **
      ** - Con descuadre o tipos sin mapeo: RETURN-CODE 8 y NO se   **
      **   sella nada; Finanzas corrige y relanza.                  **
      ** - Al sellar, graba tambien el saldo de cada cuenta del     **
      **   periodo en IBMUSER.SALDOS_GL_MES (misma unidad de        **
      **   trabajo), base del cierre de ejercicio de PBNKGY.        **
      ** - Un mes de un ejercicio ya cerrado (fila 'AAAA-13' en     **
      **   CIERRES_CONTABLES) se rechaza con RETURN-CODE 8.         **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLGLCU END-EXEC.
           EXEC SQL INCLUDE DCLCIER END-EXEC.
           EXEC SQL INCLUDE DCLSGLM END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

           05 WS-CANT-CERRADO        PIC S9(4) COMP VALUE 0.
           05 WS-INDICE              PIC S9(4) COMP VALUE 0.
           05 WS-CANT-CUENTAS        PIC S9(4) COMP VALUE 0.
           05 WS-CIERRE-EJERCICIO    PIC X(7)  VALUE SPACES.
      * Subdiario de la cartera de prestamos (ver 3200).
           05 WS-CAPITAL-CARTERA     PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-CARTERA     PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Balance en memoria: una entrada por cuenta contable; el
      * mapeo real tiene un punado de cuentas, 60 sobra.
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
               GROUP BY TIPO_OPER
               UNION ALL
               SELECT TIPO_OPER, COALESCE(SUM(MONTO), 0)
               FROM IBMUSER.DEVENGOS_PRESTAMO
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
               GROUP BY TIPO_OPER
               UNION ALL
               SELECT CASE TIPO WHEN 'C' THEN '8' ELSE '9' END,
                      COALESCE(SUM(MONTO), 0)
               FROM IBMUSER.MOVIMIENTOS_TC
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
                 AND TIPO IN ('C', 'I')
               GROUP BY TIPO
               UNION ALL
               SELECT ':', COALESCE(SUM(COMISION), 0)
               FROM IBMUSER.COBROS_SEGURO
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
               HAVING COUNT(*) > 0
               UNION ALL
               SELECT TIPO_OPER, COALESCE(SUM(MONTO), 0)
               FROM IBMUSER.AJUSTES_UVA
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
               GROUP BY TIPO_OPER
               UNION ALL
               SELECT TIPO_OPER, COALESCE(SUM(MONTO), 0)
               FROM IBMUSER.EVENTOS_AVAL
               WHERE FECHA_NEGOCIO BETWEEN DATE(:WS-FECHA-DESDE)
                 AND DATE(:WS-FECHA-HASTA)
               GROUP BY TIPO_OPER
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CUR-MES END-EXEC.
           PERFORM 7100-FETCH-AGREGADO.
               WHEN OTHER
                   PERFORM 7300-SELLAR-PERIODO
           END-EVALUATE.
           PERFORM 3200-SUBDIARIO-PRESTAMOS.

       3100-ESCRIBIR-CUENTA.
           MOVE WS-BAL-CUENTA(WS-INDICE) TO WS-LB-CUENTA.
               WS-BAL-DEBE(WS-INDICE) - WS-BAL-HABER(WS-INDICE).
           WRITE REG-BALANCE FROM WS-LINEA-BALANCE.

      * Memo, no entra en la prueba debe = haber: la cartera viva
      * a la fecha de negocio.
       3200-SUBDIARIO-PRESTAMOS.
           PERFORM 7400-SUMAR-CARTERA.
           MOVE SPACES TO REG-BALANCE.
           STRING 'CARTERA DE PRESTAMOS AL ' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.
           MOVE 'CAPITAL PENDIENTE .....:' TO WS-LT-TEXTO.
           MOVE WS-CAPITAL-CARTERA         TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           MOVE 'INTERES DEVENG. A COBR.:' TO WS-LT-TEXTO.
           MOVE WS-INTERES-CARTERA         TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
      * Un mes de un ejercicio ya cerrado por PBNKGY (fila
      * 'AAAA-13') tampoco se sella: el anio entero esta bloqueado.
           MOVE SPACES TO WS-CIERRE-EJERCICIO.
           STRING WS-PERIODO(1:4) DELIMITED BY SIZE
               '-13' DELIMITED BY SIZE
               INTO WS-CIERRE-EJERCICIO.
           MOVE WS-CIERRE-EJERCICIO TO HV-PERIODO-CIER.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES
               WHERE PERIODO = :HV-PERIODO-CIER
           END-EXEC.
           IF WS-CANT-CERRADO > 0
               DISPLAY 'PBNKGM - EL EJERCICIO YA ESTA CERRADO'
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

       7100-FETCH-AGREGADO.
           EXEC SQL FETCH CUR-MES
                :HV-TOT-HABER-CIER, :HV-CANT-CTAS-CIER,
                :HV-CERRADO-POR-CIER, CURRENT TIMESTAMP)
           END-EXEC.
      * Los saldos por cuenta viajan con el sello, en la misma
      * unidad de trabajo: el cierre de ejercicio (PBNKGY) suma
      * los doce meses desde IBMUSER.SALDOS_GL_MES.
           IF SQLCODE = 0
               PERFORM 7310-GRABAR-SALDO-CUENTA
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-CANT-CUENTAS
                      OR SQLCODE NOT = 0
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'PERIODO SELLADO .......:' TO WS-LT-TEXTO
               MOVE 8 TO RETURN-CODE
           END-IF.

       7310-GRABAR-SALDO-CUENTA.
           MOVE WS-PERIODO               TO HV-PERIODO-SGLM.
           MOVE WS-BAL-CUENTA(WS-INDICE) TO HV-CUENTA-SGLM.
           MOVE WS-BAL-DEBE(WS-INDICE)   TO HV-DEBE-SGLM.
           MOVE WS-BAL-HABER(WS-INDICE)  TO HV-HABER-SGLM.
           EXEC SQL INSERT INTO IBMUSER.SALDOS_GL_MES
               (PERIODO, CUENTA_GL, DEBE, HABER)
               VALUES (:HV-PERIODO-SGLM, :HV-CUENTA-SGLM,
                :HV-DEBE-SGLM, :HV-HABER-SGLM)
           END-EXEC.

      * Cuotas 'P' de prestamos 'A'; lo devengado de cada cuota es
      * lo que PBNKGL lleva a 13030000 (ver DDL/DEVENGOS_PRESTAMO).
       7400-SUMAR-CARTERA.
           MOVE 0 TO WS-CAPITAL-CARTERA.
           MOVE 0 TO WS-INTERES-CARTERA.
           EXEC SQL SELECT COALESCE(SUM(C.CAPITAL_CUOTA), 0),
                    COALESCE(SUM(C.INTERES_DEVENGADO), 0)
               INTO :WS-CAPITAL-CARTERA, :WS-INTERES-CARTERA
               FROM IBMUSER.PRESTAMO_CUOTAS C,
                    IBMUSER.PRESTAMOS P
               WHERE P.ID_PRESTAMO = C.ID_PRESTAMO
                 AND P.ESTADO = 'A'
                 AND C.ESTADO = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKGM - ERROR SUMANDO CARTERA SQLCODE '
                   SQLCODE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
