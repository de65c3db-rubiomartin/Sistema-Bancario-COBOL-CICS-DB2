      ** - Bloqueo optimista en ambos saldos; COMMIT por orden.     **
      **   Relanzar es seguro: una orden ya ejecutada deja el       **
      **   origen en el piso y no vuelve a calificar.               **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE 'BARRIDO AUTOMATICO'.

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

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
           DISPLAY 'PBNKBS - BARRIDO NOCTURNO - FIN'.

       COPY CPYEJBP.
       COPY CPYCHNP.
