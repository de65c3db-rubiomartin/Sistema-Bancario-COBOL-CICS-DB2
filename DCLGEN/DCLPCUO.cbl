             MONTO_CUOTA                    DECIMAL(10, 2) NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_COBRO                    TIMESTAMP,
             INTERES_PUNITORIO              DECIMAL(10, 2) NOT NULL,
             FECHA_PUNITORIO                DATE NOT NULL,
             CARGO_MORA                     DECIMAL(10, 2) NOT NULL,
             FECHA_CARGO_MORA               DATE NOT NULL,
             CAPITAL_CUOTA                  DECIMAL(10, 2) NOT NULL,
             INTERES_CUOTA                  DECIMAL(10, 2) NOT NULL,
             INTERES_DEVENGADO              DECIMAL(10, 2) NOT NULL,
             FECHA_DEVENGO                  DATE NOT NULL,
             CUOTA_UVA                      DECIMAL(13, 4) NOT NULL,
             CAPITAL_UVA                    DECIMAL(13, 4) NOT NULL,
             INTERES_UVA                    DECIMAL(13, 4) NOT NULL,
             VALOR_UVA_COBRO                DECIMAL(12, 4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PRESTAMO_CUOTAS            *
           10 HV-ESTADO-PCUO       PIC X(1).
      *                       FECHA_COBRO
           10 HV-FECHA-COBRO-PCUO  PIC X(26).
      *                       INTERES_PUNITORIO
           10 HV-PUNIT-PCUO        PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_PUNITORIO
           10 HV-FECHA-PUNIT-PCUO  PIC X(10).
      *                       CARGO_MORA
           10 HV-CARGO-MORA-PCUO   PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_CARGO_MORA
           10 HV-FECHA-CARGO-PCUO  PIC X(10).
      *                       CAPITAL_CUOTA
           10 HV-CAPITAL-PCUO      PIC S9(8)V9(2) USAGE COMP-3.
      *                       INTERES_CUOTA
           10 HV-INTERES-PCUO      PIC S9(8)V9(2) USAGE COMP-3.
      *                       INTERES_DEVENGADO
           10 HV-DEVENGADO-PCUO    PIC S9(8)V9(2) USAGE COMP-3.
      *                       FECHA_DEVENGO
           10 HV-FECHA-DEVENGO-PCUO PIC X(10).
      *                       CUOTA_UVA
           10 HV-CUOTA-UVA-PCUO    PIC S9(9)V9(4) USAGE COMP-3.
      *                       CAPITAL_UVA
           10 HV-CAPITAL-UVA-PCUO  PIC S9(9)V9(4) USAGE COMP-3.
      *                       INTERES_UVA
           10 HV-INTERES-UVA-PCUO  PIC S9(9)V9(4) USAGE COMP-3.
      *                       VALOR_UVA_COBRO
           10 HV-UVA-COBRO-PCUO    PIC S9(8)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
