           ( ID_VERIF                       INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             BANCO_DESTINO                  CHAR(4) NOT NULL,
             CUENTA_DESTINO                 CHAR(22) NOT NULL,
             NOMBRE_CONSULTADO              CHAR(30) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             RESULTADO                      CHAR(1) NOT NULL,
      *                       BANCO_DESTINO
           10 HV-BANCO-VCOP        PIC X(4).
      *                       CUENTA_DESTINO
           10 HV-CUENTA-VCOP       PIC X(22).
      *                       NOMBRE_CONSULTADO
           10 HV-NOMBRE-VCOP       PIC X(30).
      *                       ESTADO
