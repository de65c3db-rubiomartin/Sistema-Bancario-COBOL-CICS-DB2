             TIPO                           CHAR(1) NOT NULL,
             USUARIO_DESTINO                CHAR(8) NOT NULL,
             BANCO_DESTINO                  CHAR(4) NOT NULL,
             CUENTA_DESTINO                 CHAR(22) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      *                       BANCO_DESTINO
           10 HV-BANCO-BENE        PIC X(4).
      *                       CUENTA_DESTINO
           10 HV-CTA-DESTINO-BENE  PIC X(22).
      *                       ESTADO
           10 HV-ESTADO-BENE       PIC X(1).
      *                       FECHA_ALTA
