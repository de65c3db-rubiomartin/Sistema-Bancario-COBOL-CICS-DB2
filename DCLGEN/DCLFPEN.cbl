             TIPO_DESTINO                   CHAR(1) NOT NULL,
             USUARIO_DESTINO                CHAR(8) NOT NULL,
             BANCO_DESTINO                  CHAR(4) NOT NULL,
             CUENTA_DESTINO                 CHAR(22) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO_LIBERA                 CHAR(8),
      *                       BANCO_DESTINO
           10 HV-BANCO-FPEN        PIC X(4).
      *                       CUENTA_DESTINO
           10 HV-CTA-DEST-FPEN     PIC X(22).
      *                       MONTO
           10 HV-MONTO-FPEN        PIC S9(8)V9(2) USAGE COMP-3.
      *                       ESTADO
