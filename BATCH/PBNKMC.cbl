      **   mandato) sobre IBMUSER.CUENTAS/MOVIMIENTOS con el        **
      **   bloqueo optimista de BATCH/PBNKV.cbl; sin sobregiro      **
      **   para billers.                                            **
      ** - Cada debito cobrado paga el impuesto a los debitos y     **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl) salvo       **
      **   cuenta exenta en IBMUSER.EXENCIONES_IDC.                 **
      ** - Escribe en DD MANRSP la respuesta por reclamo (ACEPTADO  **
      **   o el motivo del rechazo) para devolver al biller, con    **
      **   cabecera/pie y secuencia del libro de control.           **
      **   duplicaba los debitos).                                  **
      ** - COMMIT por item con checkpoint exacto en la misma unidad **
      **   de trabajo, igual que BATCH/PBNKCE.cbl.                  **
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
           IF SQLCODE = 0
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2350-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-COBRADOS
               MOVE 'ACEPTADO' TO WS-MOTIVO-RECHAZO
               PERFORM 2400-RESPONDER-RECHAZO
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito por
      * mandato, en la misma unidad de trabajo (COPYS/CPYIDCP.cbl).
       2350-COBRAR-IMP-DEBCRED.
           MOVE ENT-USUARIO        TO WS-IDC-USUARIO.
           MOVE ENT-USUARIO        TO WS-IDC-TITULAR.
           MOVE ENT-CUENTA         TO WS-IDC-CUENTA.
           MOVE ENT-MONTO          TO WS-IDC-MONTO.
           MOVE 'S'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE SPACES             TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2400-RESPONDER-RECHAZO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           PERFORM 2500-ESCRIBIR-RESPUESTA.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Checkpoint exacto dentro de la unidad de trabajo del item,
      * igual que BATCH/PBNKCE.cbl.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYIDCP.
       COPY CPYCHNP.
