      ** - Reiniciable: checkpoint exacto por registro acreditado   **
      **   (estilo BATCH/PBNKCE.cbl); el debito unico al empleador  **
      **   solo se hace en una corrida fresca (sin checkpoint).     **
      ** - El debito al empleador y cada credito pagan el impuesto  **
      **   a los debitos y creditos (movimiento '1', COPYS/CPYIDCP. **
      **   cbl); las cuentas sueldo exentas se registran en         **
      **   IBMUSER.EXENCIONES_IDC con MOTIVO 'S'.                   **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                       MOVE WC-CONCEPTO-NOMINA TO HV-CONCEPTO
                       PERFORM 7500-INSERTAR-MOVIMIENTO
                   END-IF
                   IF SQLCODE = 0
                       MOVE WS-EMPLEADOR        TO WS-IDC-USUARIO
                       MOVE WS-CUENTA-EMPLEADOR TO WS-IDC-CUENTA
                       MOVE WS-TOTAL-DECLARADO  TO WS-IDC-MONTO
                       MOVE 'S'                 TO WS-IDC-ES-DEBITO
                       PERFORM 3280-COBRAR-IMP-DEBCRED
                   END-IF
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                   ELSE
                   MOVE WC-CONCEPTO-HABERES TO HV-CONCEPTO
                   PERFORM 7500-INSERTAR-MOVIMIENTO
               END-IF
      * Impuesto sobre el credito (una cuenta sueldo registrada en
      * EXENCIONES_IDC no paga); el adelanto se cobra del saldo
      * que deja el impuesto.
               IF SQLCODE = 0
                   MOVE ENT-USUARIO    TO WS-IDC-USUARIO
                   MOVE ENT-CUENTA     TO WS-IDC-CUENTA
                   MOVE ENT-MONTO      TO WS-IDC-MONTO
                   MOVE 'N'            TO WS-IDC-ES-DEBITO
                   PERFORM 3280-COBRAR-IMP-DEBCRED
               END-IF
      * Adelanto de sueldo pendiente (PBNKAD): se cobra del
      * credito recien posteado, en la MISMA unidad de trabajo.
               IF SQLCODE = 0
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * 3280 - impuesto a los debitos y creditos sobre el movimiento   *
      * recien posteado (COPYS/CPYIDCP.cbl), en su misma unidad de     *
      * trabajo. El llamador carga usuario, cuenta, monto y sentido.   *
      *----------------------------------------------------------------*
       3280-COBRAR-IMP-DEBCRED.
           MOVE WS-IDC-USUARIO TO WS-IDC-TITULAR.
           MOVE WS-SALDO-NUEVO TO WS-IDC-SALDO.
           MOVE SPACES         TO WS-IDC-SUCURSAL.
           MOVE SPACES         TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF SQLCODE = 0
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

       3300-REPORTE-TOTALES.
           MOVE 'TOTAL DECLARADO:'   TO WS-LT-TEXTO.
           MOVE WS-TOTAL-DECLARADO   TO WS-LT-MONTO.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Checkpoint exacto dentro de la unidad de trabajo del item.
       7900-COMMIT-ITEM.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYIDCP.
       COPY CPYCHNP.
