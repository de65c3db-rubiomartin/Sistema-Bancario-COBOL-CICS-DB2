      **   RI04 MOVIMIENTOS.ID_MOV_ORIGEN que no esta en            **
      **        MOVIMIENTOS ('A' si esta en HIST, 'C' si no).       **
      **   RI05 CUENTAS.USUARIO inexistente en CLIENTES ('C').      **
      **   RI06 TARJETAS.CUENTA_NUM inexistente en CUENTAS (debito) **
      **        o en CUENTAS_TARJETA (credito) ('C').               **
      ** - Hallazgos a IBMUSER.HALLAZGOS_RI y al reporte DD RIREP;  **
      **   cualquier 'C' deja RETURN-CODE 8.                        **
      *****************************************************************
           EXEC SQL DECLARE CUR-RI06 CURSOR WITH HOLD FOR
               SELECT T.NUMERO_TARJETA
               FROM IBMUSER.TARJETAS T
               WHERE (T.TIPO_TARJETA <> 'C'
                      AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.CUENTAS CU
                      WHERE CU.NUMERO_CUENTA = T.CUENTA_NUM))
                  OR (T.TIPO_TARJETA = 'C'
                      AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.CUENTAS_TARJETA CT
                      WHERE CT.NUMERO_CUENTA_TC = T.CUENTA_NUM))
           END-EXEC.
           EXEC SQL OPEN CUR-RI06 END-EXEC.
           PERFORM 2610-FETCH-RI06.
