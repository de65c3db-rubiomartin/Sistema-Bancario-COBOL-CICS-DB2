      **   en el reporte (DD RECUPREP) y deja RC 4.                 **
      ** - COMMIT por fila reaplicada; una corrida repetida saltea  **
      **   lo ya insertado (el tope restaurado avanza solo).        **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKFR'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
               WHEN 'R'
               WHEN 'V'
               WHEN 'L'
               WHEN '0'
               WHEN '\'
               WHEN '@'
               WHEN '+'
               WHEN ';'
               WHEN ']'
               WHEN '|'
                   MOVE WS-JRN-MONTO TO WS-MONTO-SIGNADO
               WHEN 'Z'
               WHEN 'T'
               WHEN 'E'
               WHEN 'G'
               WHEN 'J'
               WHEN '1'
               WHEN '2'
               WHEN '3'
               WHEN '4'
               WHEN '7'
               WHEN '/'
               WHEN '$'
               WHEN '!'
               WHEN '#'
               WHEN '&'
               WHEN '*'
               WHEN '%'
               WHEN '['
               WHEN '_'
                   COMPUTE WS-MONTO-SIGNADO = 0 - WS-JRN-MONTO
               WHEN OTHER
                   MOVE '?' TO WS-TIPO-SIGNO
                   WHEN 'R'
                   WHEN 'V'
                   WHEN 'L'
                   WHEN '0'
                   WHEN '\'
                   WHEN '@'
                   WHEN '+'
                   WHEN ';'
                   WHEN ']'
                   WHEN '|'
                       MOVE 'Z' TO WS-TIPO-SIGNO
                   WHEN OTHER
                       MOVE 'D' TO WS-TIPO-SIGNO
                 :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO,
                 DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * La ultima fila reaplicada de cada clave deja su saldo: asi
      * CLIENTES avanza del punto de backup al objetivo, y CUENTAS
           DISPLAY 'PBNKFR - RECUPERACION HACIA ADELANTE - FIN'.

       COPY CPYEJBP.
       COPY CPYCHNP.
