             USUARIO                        CHAR(8) NOT NULL,
             TIPO_CUENTA                    CHAR(1) NOT NULL,
             SALDO                          DECIMAL(10, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             CBU                            CHAR(22) NOT NULL,
             SUCURSAL_RADICACION            CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUENTAS                            *
           10 HV-SALDO-CTA          PIC S9(8)V9(2) USAGE COMP-3.
      *                       MONEDA
           10 HV-MONEDA-CTA         PIC X(3).
      *                       CBU
           10 HV-CBU-CTA            PIC X(22).
      *                       SUCURSAL_RADICACION
           10 HV-SUC-RADIC-CTA      PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
