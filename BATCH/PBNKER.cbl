      **   estado (DD REMESA) y borra la fila de etapas.            **
      ** - COMMIT por cuenta; una corrida repetida no duplica nada  **
      **   porque el saldo ya quedo en cero y el cursor lo filtra.  **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-MOV

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYCHNP.
