      **   lineas de asiento (debe/haber) segun el mapeo de         **
      **   IBMUSER.GL_CUENTAS, al archivo DD GLDIAR que ingiere el  **
      **   sistema contable.                                        **
      ** - Al agregado se suma el devengo de intereses de prestamos **
      **   del dia (IBMUSER.DEVENGOS_PRESTAMO, tipos '5' devengo y  **
      **   '6' reverso, sin sucursal), que mueve el interes         **
      **   devengado a cobrar contra el ingreso por intereses.      **
      ** - Tambien los consumos y el interes de financiacion de     **
      **   tarjetas de credito del dia (IBMUSER.MOVIMIENTOS_TC,     **
      **   'C' como tipo '8' e 'I' como tipo '9', sin sucursal);    **
      **   los pagos ya viajan como el debito '7' de MOVIMIENTOS.   **
      ** - Y la comision del banco sobre las primas de seguros      **
      **   cobradas en el dia (IBMUSER.COBROS_SEGURO, tipo ':' sin  **
      **   sucursal), que sale de las primas a rendir al ingreso    **
      **   por comisiones; la prima ya viaja como el debito '*'.    **
      ** - Y la revaluacion del dia de prestamos y plazos fijos en  **
      **   UVA (IBMUSER.AJUSTES_UVA, tipos '(' ')' '^' '~' sin      **
      **   sucursal), que no mueve cuentas de clientes.             **
      ** - Y las cuentas de orden de avales otorgados (IBMUSER.     **
      **   EVENTOS_AVAL, '{' alta y '}' baja por sucursal), que     **
      **   tampoco mueven cuentas de clientes.                      **
      ** - Un TIPO_OPER sin mapeo asienta contra la cuenta puente   **
      **   99999999 y deja el job con RETURN-CODE 8 para que        **
      **   Finanzas cargue el mapeo (alta por datos, no por         **
           05 WS-PERIODO-CERRADO   PIC X(1)  VALUE 'N'.
           05 WS-CANT-CERRADO      PIC S9(4) COMP VALUE 0.
           05 WS-PERIODO-FECHA     PIC X(7)  VALUE SPACES.
           05 WS-PERIODO-EJERCICIO PIC X(7)  VALUE SPACES.

      * Linea de asiento para el sistema contable.
       01  WS-LINEA-DIARIO.
           MOVE 'N' TO WS-PERIODO-CERRADO.
           MOVE WS-FECHA-NEGOCIO(1:7) TO WS-PERIODO-FECHA.
           MOVE WS-PERIODO-FECHA TO HV-PERIODO-CIER.
      * La fila 'AAAA-13' del cierre de ejercicio (PBNKGY) bloquea
      * el anio entero, ademas del sello de cada mes.
           MOVE SPACES TO WS-PERIODO-EJERCICIO.
           STRING WS-FECHA-NEGOCIO(1:4) DELIMITED BY SIZE
               '-13' DELIMITED BY SIZE
               INTO WS-PERIODO-EJERCICIO.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES
               WHERE PERIODO = :HV-PERIODO-CIER
                  OR PERIODO = :WS-PERIODO-EJERCICIO
           END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-CERRADO > 0
               MOVE 'S' TO WS-PERIODO-CERRADO
               FROM IBMUSER.MOVIMIENTOS
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               GROUP BY TIPO_OPER, SUCURSAL_ID
               UNION ALL
               SELECT TIPO_OPER, CAST(' ' AS CHAR(4)), SUM(MONTO)
               FROM IBMUSER.DEVENGOS_PRESTAMO
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               GROUP BY TIPO_OPER
               UNION ALL
               SELECT CASE TIPO WHEN 'C' THEN '8' ELSE '9' END,
                      CAST(' ' AS CHAR(4)), SUM(MONTO)
               FROM IBMUSER.MOVIMIENTOS_TC
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND TIPO IN ('C', 'I')
               GROUP BY TIPO
               UNION ALL
               SELECT ':', CAST(' ' AS CHAR(4)), SUM(COMISION)
               FROM IBMUSER.COBROS_SEGURO
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               HAVING COUNT(*) > 0
               UNION ALL
               SELECT TIPO_OPER, CAST(' ' AS CHAR(4)), SUM(MONTO)
               FROM IBMUSER.AJUSTES_UVA
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               GROUP BY TIPO_OPER
               UNION ALL
               SELECT TIPO_OPER, SUCURSAL_ID, SUM(MONTO)
               FROM IBMUSER.EVENTOS_AVAL
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               GROUP BY TIPO_OPER, SUCURSAL_ID
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CUR-AGREGADOS END-EXEC.

