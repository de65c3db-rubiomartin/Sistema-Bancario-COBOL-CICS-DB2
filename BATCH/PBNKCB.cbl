      **   en DD REPCAJ.                                            **
      ** - COMMIT por caja; relanzar es seguro (la fecha ya         **
      **   avanzada no recalifica).                                 **
      ** - El alquiler lleva factura fiscal numerada y su IVA se    **
      **   desdobla en un movimiento '%' (COPYS/CPYIVAP.cbl).       **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE 'ALQUILER CAJA DE SEGURIDAD'.

       COPY CPYEJBW.
       COPY CPYIVAW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                   IF SQLCODE = 0
                       PERFORM 7500-INSERTAR-MOVIMIENTO
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7550-FACTURAR-ALQUILER
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7600-AVANZAR-FECHA
                   END-IF
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Factura fiscal del alquiler (numerada en la sucursal de la
      * caja) y desdoble de su IVA en un movimiento '%' (COPYS/
      * CPYIVAP.cbl), en el mismo COMMIT.
       7550-FACTURAR-ALQUILER.
           MOVE 0                    TO WS-IVA-ID-MOV.
           MOVE HV-USUARIO-CAJA      TO WS-IVA-TITULAR.
           MOVE WS-TARIFA            TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-ALQUILER TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR         TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

       7600-AVANZAR-FECHA.
           EXEC SQL UPDATE IBMUSER.CAJAS_SEGURIDAD
           DISPLAY 'PBNKCB - FACTURACION DE CAJAS - FIN'.

       COPY CPYEJBP.
       COPY CPYIVAP.
       COPY CPYCHNP.
