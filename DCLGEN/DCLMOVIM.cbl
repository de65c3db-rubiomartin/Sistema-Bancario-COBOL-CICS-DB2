             SUCURSAL_ID                    CHAR(4) NOT NULL,
             CONCEPTO                       CHAR(30) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_VALOR                    DATE NOT NULL,
             HASH_ANT                       CHAR(16) NOT NULL,
             HASH_MOV                       CHAR(16) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MOVIMIENTOS                        *
           10 HV-FECHA-NEG         PIC X(10).
      *                       FECHA_VALOR
           10 HV-FECHA-VALOR       PIC X(10).
      *                       HASH_ANT
           10 HV-HASH-ANT          PIC X(16).
      *                       HASH_MOV
           10 HV-HASH-MOV          PIC X(16).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
