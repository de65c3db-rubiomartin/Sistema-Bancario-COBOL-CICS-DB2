      **   PBNKI.cbl; si retoma una corrida anterior, DD REPEXC se   **
      **   abre EXTEND en vez de OUTPUT para no perder lo ya         **
      **   escrito.                                                  **
      ** - Solo refresca y autocierra excepciones ORIGEN 'C'; las    **
      **   'M' de memo fallido (BATCH/PBNKMR.cbl) se cierran en      **
      **   SOURCE/PBNKWB.cbl.                                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * VECES_DETECTADA en vez de apilar una fila nueva por noche;
      * FECHA_DETECCION conserva la PRIMERA deteccion para que la
      * antiguedad del SLA (PBNKEA) no se resetee cada noche.
      * Solo toca las filas ORIGEN 'C'; las 'M' (memo fallido en
      * BATCH/PBNKMR.cbl) son una por item y no se refrescan aqui.
       2110-INSERTAR-EXCEPCION-DB2.
           MOVE HV-USUARIO    TO HV-USUARIO-EXC.
           MOVE HV-SALDO      TO HV-SALDO-CLIENTES.
                   VECES_DETECTADA = VECES_DETECTADA + 1
               WHERE USUARIO = :HV-USUARIO-EXC
                 AND ESTADO IN ('P', 'A')
                 AND ORIGEN = 'C'
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.EXCEPCIONES_SALDO
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-EXC
                 AND ESTADO IN ('P', 'A')
                 AND ORIGEN = 'C'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
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
                   WHEN 'Z' THEN -MONTO
                   WHEN 'T' THEN -MONTO
                   WHEN 'F' THEN -MONTO
                   WHEN 'E' THEN -MONTO
                   WHEN 'G' THEN -MONTO
                   WHEN 'J' THEN -MONTO
                   WHEN '1' THEN -MONTO
                   WHEN '2' THEN -MONTO
                   WHEN '3' THEN -MONTO
                   WHEN '4' THEN -MONTO
                   WHEN '7' THEN -MONTO
                   WHEN '/' THEN -MONTO
                   WHEN '$' THEN -MONTO
                   WHEN '!' THEN -MONTO
                   WHEN '#' THEN -MONTO
                   WHEN '&' THEN -MONTO
                   WHEN '*' THEN -MONTO
                   WHEN '%' THEN -MONTO
                   WHEN '[' THEN -MONTO
                   WHEN '_' THEN -MONTO
                   ELSE 0 END), 0)
               INTO :WS-TOTAL-MOVS
               FROM IBMUSER.MOVIMIENTOS
