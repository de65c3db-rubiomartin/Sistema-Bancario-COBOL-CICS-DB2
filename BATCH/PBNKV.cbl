      **   pendientes ese USUARIO se retoman en la corrida del dia    **
      **   siguiente (FECHA_PROXIMA sigue venciendo), no en la        **
      **   misma corrida.                                             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE 'RETIRO PROGRAMADO'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7600-ACTUALIZAR-PLAN-DB2.
           IF HV-ESTADO-RETP = 'F'
       COPY CPYEJBP.

       COPY CPYFERP.
       COPY CPYCHNP.
