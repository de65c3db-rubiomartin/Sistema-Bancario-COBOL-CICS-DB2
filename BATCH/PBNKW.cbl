      ** - Reiniciable: COMMIT por cuenta procesada y checkpoint en   **
      **   IBMUSER.CHECKPOINT_BATCH, igual patron que BATCH/PBNKC.cbl*
      **   /PBNKJ.cbl.                                               **
      ** - La fila archivada conserva HASH_ANT/HASH_MOV: su lugar    **
      **   en la cadena de la cuenta sigue verificable (BATCH/PBNKHV). **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL DECLARE CUR-MOVS-VIEJOS-W CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                      SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                      ID_MOV_ORIGEN, SUCURSAL_ID, CONCEPTO,
                      HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :HV-USUARIO
                 AND DAYS(CURRENT TIMESTAMP) - DAYS(FECHA)
               INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO, :HV-FECHA,
                    :HV-USUARIO-REL, :HV-SALDO-RESULTANTE,
                    :HV-AGENTE-ID, :HV-CUENTA-NUM, :HV-ID-MOV-ORIGEN,
                    :HV-SUCURSAL-ID, :HV-CONCEPTO, :HV-HASH-ANT,
                    :HV-HASH-MOV
           END-EXEC.

      * Copia literal de la fila que trajo el cursor de arriba, mas
           MOVE HV-ID-MOV-ORIGEN    TO HV-ID-MOV-ORIG-HIST.
           MOVE HV-SUCURSAL-ID      TO HV-SUCURSAL-ID-HIST.
           MOVE HV-CONCEPTO         TO HV-CONCEPTO-HIST.
           MOVE HV-HASH-ANT         TO HV-HASH-ANT-HIST.
           MOVE HV-HASH-MOV         TO HV-HASH-MOV-HIST.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_HIST
               (ID_MOV, USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                ID_MOV_ORIGEN, SUCURSAL_ID, CONCEPTO, FECHA_ARCHIVO,
                HASH_ANT, HASH_MOV)
               VALUES (:HV-ID-MOV-HIST, :HV-USUARIO-HIST,
                       :HV-TIPO-OPER-HIST, :HV-MONTO-HIST,
                       :HV-FECHA-HIST, :HV-USUARIO-REL-HIST,
                       :HV-SALDO-RESULT-HIST, :HV-AGENTE-ID-HIST,
                       :HV-CUENTA-NUM-HIST, :HV-ID-MOV-ORIG-HIST,
                       :HV-SUCURSAL-ID-HIST, :HV-CONCEPTO-HIST,
                       CURRENT TIMESTAMP, :HV-HASH-ANT-HIST,
                       :HV-HASH-MOV-HIST)
           END-EXEC.

       7600-BORRAR-MOVIMIENTO.
