             FECHA_ESTADO                   TIMESTAMP NOT NULL,
             LIMITE_DIARIO_TARJ             DECIMAL(10, 2) NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             ID_TARJETA_ORIGEN              INTEGER NOT NULL,
             TIPO_TARJETA                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TARJETAS                   *
           10 HV-FECHA-VENC-TARJ   PIC X(10).
      *                       ID_TARJETA_ORIGEN
           10 HV-ID-TARJ-ORIGEN    PIC S9(9) USAGE COMP.
      *                       TIPO_TARJETA
           10 HV-TIPO-TARJ         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
