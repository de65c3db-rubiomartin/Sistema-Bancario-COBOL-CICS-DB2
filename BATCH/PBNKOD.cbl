      ** - Reporte de cola de cobranza (DD COBRANZA) ordenado por   **
      **   exposicion descendente.                                  **
      ** - COMMIT por cuenta, igual que PBNKD/PBNKF.                **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE 'INTERES DEUDOR SOBREGIRO'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                :HV-SALDO-RESULTANTE, :HV-CUENTA-NUM, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Aviso de cobranza al cliente en cada transicion de bucket;
      * viaja por el despachador de siempre (BATCH/PBNKND.cbl).
           DISPLAY 'PBNKOD - COBRANZA DE SOBREGIROS - FIN'.

       COPY CPYEJBP.
       COPY CPYCHNP.
