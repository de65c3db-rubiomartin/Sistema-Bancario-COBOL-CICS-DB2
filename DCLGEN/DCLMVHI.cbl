             ID_MOV_ORIGEN                  INTEGER NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             FECHA_ARCHIVO                  TIMESTAMP NOT NULL,
             HASH_ANT                       CHAR(16) NOT NULL,
             HASH_MOV                       CHAR(16) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MOVIMIENTOS_HIST                   *
           10 HV-CONCEPTO-HIST     PIC X(30).
      *                       FECHA_ARCHIVO
           10 HV-FECHA-ARCHIVO     PIC X(26).
      *                       HASH_ANT
           10 HV-HASH-ANT-HIST     PIC X(16).
      *                       HASH_MOV
           10 HV-HASH-MOV-HIST     PIC X(16).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
