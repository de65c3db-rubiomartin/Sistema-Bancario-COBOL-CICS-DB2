      **   ROLLBACK tras un INSERT fallido solo puede deshacer la     **
      **   fila actual (la unica sin confirmar) en vez de arrastrarse **
      **   filas previas que ya se habian insertado bien.             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WC-PROGRAMA              PIC X(8) VALUE 'PBNKZ'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                 :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO,
                 DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
           STOP RUN.

       COPY CPYEJBP.
       COPY CPYCHNP.
