      **   plazo nuevo a la TASA_PLAZO_FIJO vigente ese dia, mismo  **
      **   plazo e instruccion - exactamente lo que el cliente      **
      **   hacia a mano cada 30 dias.                               **
      ** - Plazos en UVA (PLAZOS_FIJOS.UNIDAD): al vencer se        **
      **   revaluan al indice de su FECHA_VENCIMIENTO (COPYS/        **
      **   CPYUVAP.cbl) en la misma unidad de trabajo del pago, asi  **
      **   se paga en pesos al indice del vencimiento; sin ese       **
      **   indice el plazo se omite (RC 4) hasta que PBNKUV lo       **
      **   cargue. La renovacion sigue en UVA a la                   **
      **   TASA_PLAZO_FIJO_UVA. Al final revalua todos los plazos    **
      **   UVA vivos al indice de la fecha de negocio.               **
      ** - COMMIT por deposito procesado (ver 7900-COMMIT-PLAZO).    **
      ** - Reiniciable: 7060-LEER-CHECKPOINT retoma desde            **
      **   IBMUSER.CHECKPOINT_BATCH si una corrida anterior no       **
      **   pagado cada WC-INTERVALO-CHECKPOINT commits, y 9100-      **
      **   LIMPIAR-CHECKPOINT borra el punto de reinicio al          **
      **   terminar una corrida completa.                            **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * fabrica, 7070 lo reemplaza por PARAMETROS si existe.
           05 WS-TASA-VIGENTE       PIC S9(3)V9(6) COMP-3
                                     VALUE 0.000800.
      * Plazos en UVA: indice del vencimiento aplicado y tasa diaria
      * sobre unidades de las renovaciones (7075).
           05 WS-PLAZO-UVA-OK       PIC X(1)  VALUE 'S'.
           05 WS-TASA-VIGENTE-UVA   PIC S9(3)V9(6) COMP-3
                                     VALUE 0.000027.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKPV'.
               VALUE 'RENOVACION PLAZO FIJO'.

       COPY CPYEJBW.
       COPY CPYUVAW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7060-LEER-CHECKPOINT.
           PERFORM 7070-LEER-TASA-VIGENTE.
           PERFORM 7075-LEER-TASA-VIGENTE-UVA.
           PERFORM 7100-ABRIR-CURSOR-PLAZOS.

      *================================================================*
               PERFORM 2100-PAGAR-PLAZO
               PERFORM 7200-FETCH-PLAZO
           END-PERFORM.
           PERFORM 2900-REVALUAR-CARTERA-UVA.

       2100-PAGAR-PLAZO.
      * Un plazo prendado como garantia de un prestamo vivo
               DISPLAY 'PBNKPV - PLAZO PRENDADO, SE OMITE '
                   HV-ID-PLZF
           ELSE
               PERFORM 2120-REVALUAR-PLAZO-UVA
               IF WS-PLAZO-UVA-OK = 'S'
                   PERFORM 2150-PAGAR-PLAZO-LIBRE
               ELSE
                   ADD 1 TO WS-CONTADOR-OMIT
               END-IF
           END-IF.

      * Un plazo UVA se paga en pesos al indice de su vencimiento:
      * se revalua (con su fila en AJUSTES_UVA) sin commit, que va
      * junto con el pago en 7900.
       2120-REVALUAR-PLAZO-UVA.
           MOVE 'S' TO WS-PLAZO-UVA-OK.
           IF HV-UNIDAD-PLZF = 'UVA'
               MOVE HV-FECHA-VENC-PLZF TO WS-UVA-FECHA
               PERFORM 9670-LEER-VALOR-UVA
               IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-PLAZO-UVA-OK
                   DISPLAY 'PBNKPV - SIN INDICE UVA DEL ' WS-UVA-FECHA
                       ', SE OMITE PLAZO ' HV-ID-PLZF
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE HV-ID-PLZF TO WS-UVA-ID
                   PERFORM 9674-REVALUAR-PLAZOS
                   IF SQLCODE NOT = 0
                       MOVE 'N' TO WS-PLAZO-UVA-OK
                       EXEC SQL ROLLBACK END-EXEC
                       DISPLAY 'PBNKPV - ERROR SQLCODE ' SQLCODE
                           ' REVALUANDO PLAZO ' HV-ID-PLZF
                   ELSE
                       COMPUTE HV-MONTO-PLZF ROUNDED =
                           HV-MONTO-UVA-PLZF * WS-UVA-VALOR
                   END-IF
               END-IF
           END-IF.

       2150-PAGAR-PLAZO-LIBRE.
               ADD 1 TO WS-CONTADOR-RENOV
           END-IF.

      *================================================================*
      * 2900 - REVALUACION DE LOS PLAZOS UVA VIVOS                     *
      * Todos los plazos UVA abiertos quedan al indice de la fecha de  *
      * negocio; sin indice quedan al ultimo aplicado (RC 4).          *
      *================================================================*
       2900-REVALUAR-CARTERA-UVA.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-UVA-FECHA-NEG
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE WS-UVA-FECHA-NEG TO WS-UVA-FECHA.
           PERFORM 9670-LEER-VALOR-UVA.
           IF SQLCODE = 0
               MOVE 0 TO WS-UVA-ID
               PERFORM 9674-REVALUAR-PLAZOS
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY 'PBNKPV - PLAZOS UVA AJUSTADOS : '
                       WS-UVA-CANT
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'PBNKPV - ERROR REVALUANDO UVA SQLCODE '
                       SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'PBNKPV - SIN INDICE UVA DEL ' WS-UVA-FECHA
                   ' - PLAZOS UVA SIN REVALUAR'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
               MOVE HV-VALOR-PARAM TO WS-TASA-VIGENTE
           END-IF.

       7075-LEER-TASA-VIGENTE-UVA.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PLAZO_FIJO_UVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-VIGENTE-UVA
           END-IF.

       7250-VERIFICAR-PRENDA.
           MOVE 'N' TO WS-PLAZO-PRENDADO.
           MOVE 0 TO WS-CANT-PRENDAS.
           EXEC SQL DECLARE CUR-PLAZOS CURSOR WITH HOLD FOR
               SELECT ID_PLAZO, USUARIO, CUENTA_NUM, MONTO, TASA,
                      PLAZO_DIAS, FECHA_APERTURA, FECHA_VENCIMIENTO,
                      ESTADO, INSTRUCCION_VENC, UNIDAD, MONTO_UVA
               FROM IBMUSER.PLAZOS_FIJOS
               WHERE ESTADO = 'A'
                 AND FECHA_VENCIMIENTO <= CURRENT DATE
                    :HV-MONTO-PLZF, :HV-TASA-PLZF,
                    :HV-PLAZO-DIAS-PLZF, :HV-FECHA-APER-PLZF,
                    :HV-FECHA-VENC-PLZF, :HV-ESTADO-PLZF,
                    :HV-INSTR-VENC-PLZF, :HV-UNIDAD-PLZF,
                    :HV-MONTO-UVA-PLZF
           END-EXEC.

       7300-LEER-SALDO-CUENTA.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7700-INSERTAR-MOV-RENOVACION.
           MOVE 'P'                TO HV-TIPO-OPER.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * La tasa vigente del dia (no la del plazo que vence) y la
      * misma instruccion: una renovacion 'T' sigue capitalizando
      * sola hasta que el cliente la cambie. Un plazo UVA renueva
      * en unidades al indice del vencimiento (2120) y a la tasa UVA.
       7800-INSERTAR-PLAZO-RENOVADO.
           MOVE WS-MONTO-RENOVAR TO HV-MONTO-PLZF.
           IF HV-UNIDAD-PLZF = 'UVA'
               MOVE WS-TASA-VIGENTE-UVA TO HV-TASA-PLZF
               COMPUTE HV-MONTO-UVA-PLZF ROUNDED =
                   WS-MONTO-RENOVAR / WS-UVA-VALOR
               MOVE WS-UVA-VALOR TO HV-UVA-ALTA-PLZF
               MOVE WS-UVA-VALOR TO HV-UVA-AJUSTE-PLZF
           ELSE
               MOVE 'ARS'           TO HV-UNIDAD-PLZF
               MOVE WS-TASA-VIGENTE TO HV-TASA-PLZF
               MOVE 0 TO HV-MONTO-UVA-PLZF
               MOVE 0 TO HV-UVA-ALTA-PLZF
               MOVE 0 TO HV-UVA-AJUSTE-PLZF
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.PLAZOS_FIJOS
               (USUARIO, CUENTA_NUM, MONTO, TASA, PLAZO_DIAS,
                FECHA_APERTURA, FECHA_VENCIMIENTO, ESTADO,
                INSTRUCCION_VENC, UNIDAD, MONTO_UVA, VALOR_UVA_ALTA,
                VALOR_UVA_AJUSTE)
               VALUES (:HV-USUARIO-PLZF, :HV-CUENTA-PLZF,
                :HV-MONTO-PLZF, :HV-TASA-PLZF, :HV-PLAZO-DIAS-PLZF,
                CURRENT DATE,
                CURRENT DATE + :HV-PLAZO-DIAS-PLZF DAYS,
                'A', :HV-INSTR-VENC-PLZF, :HV-UNIDAD-PLZF,
                :HV-MONTO-UVA-PLZF, :HV-UVA-ALTA-PLZF,
                :HV-UVA-AJUSTE-PLZF)
           END-EXEC.

       7600-MARCAR-PLAZO-PAGADO.
           END-EXEC.

       COPY CPYEJBP.
       COPY CPYUVAP.
       COPY CPYCHNP.
