             USUARIO_ORIGEN                 CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             BANCO_DESTINO                  CHAR(4) NOT NULL,
             CUENTA_DESTINO                 CHAR(22) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CREACION                 TIMESTAMP NOT NULL,
      *                       BANCO_DESTINO
           10 HV-BANCO-SAL         PIC X(4).
      *                       CUENTA_DESTINO
           10 HV-CTA-DESTINO-SAL   PIC X(22).
      *                       MONTO
           10 HV-MONTO-SAL         PIC S9(8)V9(2) USAGE COMP-3.
      *                       ESTADO
