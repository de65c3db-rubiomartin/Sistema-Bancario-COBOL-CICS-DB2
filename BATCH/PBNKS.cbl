      ** - COMMIT por fila procesada, igual que PBNKI/PBNKF/PBNKC    **
      **   (-010), para que un corte a mitad de corrida solo **
      **   pierda la fila sin confirmar.                             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY CPYEJBW.
       COPY CPYFERW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7700-ACTUALIZAR-ESTADO.
           EXEC SQL UPDATE IBMUSER.TRANSF_PROGRAMADA
       COPY CPYEJBP.

       COPY CPYFERP.
       COPY CPYCHNP.
