      **   liquidado cada WC-INTERVALO-CHECKPOINT commits, y 9100-    **
      **   LIMPIAR-CHECKPOINT borra el punto de reinicio al terminar **
      **   una corrida completa.                                    **
      ** - Condicion negociada: una tasa de IBMUSER.CONDICIONES_    **
      **   ESPECIALES (tipo 'I', aprobada y vigente a la fecha de   **
      **   negocio) reemplaza la del producto, aun en un tipo que   **
      **   no paga interes; lo pagado de mas queda sumado en su     **
      **   COSTO_ACUMULADO en la misma unidad de trabajo.           **
      ** - Conversion de producto: una cuenta convertida en la      **
      **   fecha de negocio (IBMUSER.CONVERSIONES_PRODUCTO,         **
      **   SOURCE/PBNKTP.cbl) ya cobro el interes del dia a la      **
      **   tasa vieja y se cuenta como omitida.                     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - El interes 'I' y su retencion 'W' estan exentos del      **
      **   impuesto a los debitos y creditos (EXENCIONES_IDC): son  **
      **   movimientos que genera el banco, no el titular.          **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * (IBMUSER.PRODUCTOS por TIPO_CUENTA; sin fila o tasa 0 se
      * usa la global WS-TASA-INTERES, como siempre).
           05 WS-TASA-EFECTIVA      PIC S9(3)V9(6) COMP-3.
      * Tasa que regiria sin condicion negociada (0 si el producto
      * no paga); la diferencia con la efectiva es el costo.
           05 WS-TASA-ESTANDAR      PIC S9(3)V9(6) COMP-3 VALUE 0.
      * Base de devengamiento por fecha valor: el saldo menos el
      * neto de los movimientos cuyo FECHA_VALOR es posterior al
      * corte (p.ej. un deposito pasada la hora de corte vale
           05 WS-NETO-VALOR-FUT     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-PROC      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-OMIT      PIC S9(7) COMP-3 VALUE 0.
      * Conversiones de producto de la cuenta en la fecha de negocio
      * (SOURCE/PBNKTP.cbl ya liquido ese dia a la tasa vieja).
           05 WS-CONVERSIONES-DIA   PIC S9(9) COMP VALUE 0.
      * Fecha de negocio del corte (IBMUSER.FECHA_NEGOCIO); si
      * la tabla no esta sembrada se usa la fecha calendario.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           03  WC-INTERVALO-CHECKPOINT PIC S9(4) COMP VALUE 50.

       COPY CPYEJBW.
       COPY CPYCNDW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM UNTIL SQLCODE NOT = 0
               IF HV-BLOQUEADO = 'N' AND HV-SALDO-CTA > 0
                   PERFORM 7070-LEER-PRODUCTO
                   PERFORM 7080-CONTAR-CONVERSION-DIA
                   IF HV-PAGA-INT-PROD = 'S'
                      AND WS-CONVERSIONES-DIA = 0
                       PERFORM 2100-LIQUIDAR-INTERES-CUENTA
                   ELSE
                       ADD 1 TO WS-CONTADOR-OMIT
                       PERFORM 7460-ACUMULAR-RETENCION
                   END-IF
               END-IF
               IF SQLCODE = 0 AND CND-HALLADA
                   COMPUTE WS-CND-COSTO ROUNDED = WS-BASE-DEVENGO
                       * (WS-TASA-EFECTIVA - WS-TASA-ESTANDAR)
                   PERFORM 9975-ACUMULAR-COSTO-COND
               END-IF
               IF SQLCODE = 0
                   PERFORM 7900-COMMIT-CUENTA
                   ADD 1 TO WS-CONTADOR-PROC
                   WHEN 'R' THEN MONTO
                   WHEN 'V' THEN MONTO
                   WHEN 'L' THEN MONTO
                   WHEN '0' THEN MONTO
                   WHEN '\' THEN MONTO
                   WHEN '@' THEN MONTO
                   WHEN '+' THEN MONTO
                   WHEN ';' THEN MONTO
                   WHEN ']' THEN MONTO
                   WHEN '|' THEN MONTO
                   ELSE -MONTO END), 0)
               INTO :WS-NETO-VALOR-FUT
               FROM IBMUSER.MOVIMIENTOS
           ELSE
               MOVE WS-TASA-INTERES TO WS-TASA-EFECTIVA
           END-IF.
           IF HV-PAGA-INT-PROD = 'S'
               MOVE WS-TASA-EFECTIVA TO WS-TASA-ESTANDAR
           ELSE
               MOVE 0 TO WS-TASA-ESTANDAR
           END-IF.
           PERFORM 7075-APLICAR-CONDICION.

      * Una condicion negociada vigente manda sobre el producto.
       7075-APLICAR-CONDICION.
           MOVE HV-USUARIO       TO WS-CND-USUARIO.
           MOVE HV-NUMERO-CUENTA TO WS-CND-CUENTA.
           MOVE 'I'              TO WS-CND-TIPO.
           MOVE WS-FECHA-NEGOCIO TO WS-CND-FECHA.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-TASA TO WS-TASA-EFECTIVA
               MOVE 'S' TO HV-PAGA-INT-PROD
           END-IF.

      * Una cuenta convertida hoy de producto ya cobro el interes
      * del dia en la conversion; se omite para no pagarlo dos veces.
       7080-CONTAR-CONVERSION-DIA.
           MOVE 0 TO WS-CONVERSIONES-DIA.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONVERSIONES-DIA
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND FECHA_CONVERSION = DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CONVERSIONES-DIA
               MOVE 0 TO SQLCODE
           END-IF.

       7300-ACTUALIZAR-SALDO.
           EXEC SQL UPDATE IBMUSER.CUENTAS
                :HV-SALDO-RESULTANTE, :HV-CUENTA-NUM,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7450-INSERTAR-MOV-RETENCION.
           MOVE 'W'              TO HV-TIPO-OPER.
                :HV-SALDO-RESULTANTE, :HV-CUENTA-NUM, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Acumulado del anio fiscal en curso, UPDATE-o-INSERT por
      * (USUARIO, ANIO).
           END-EXEC.

       COPY CPYEJBP.
       COPY CPYCNDP.
       COPY CPYCHNP.
