             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             ID_PRESTAMO_ORIGEN             INTEGER NOT NULL,
             CUENTA_COBRO                   CHAR(10) NOT NULL,
             UNIDAD                         CHAR(3) NOT NULL,
             PRINCIPAL_UVA                  DECIMAL(13, 4) NOT NULL,
             VALOR_UVA_ALTA                 DECIMAL(12, 4) NOT NULL,
             VALOR_UVA_AJUSTE               DECIMAL(12, 4) NOT NULL,
             FECHA_AJUSTE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PRESTAMOS                  *
           10 HV-ID-PRES-ORIGEN    PIC S9(9) USAGE COMP.
      *                       CUENTA_COBRO
           10 HV-CUENTA-COBRO-PRES PIC X(10).
      *                       UNIDAD
           10 HV-UNIDAD-PRES       PIC X(3).
      *                       PRINCIPAL_UVA
           10 HV-PRINC-UVA-PRES    PIC S9(9)V9(4) USAGE COMP-3.
      *                       VALOR_UVA_ALTA
           10 HV-UVA-ALTA-PRES     PIC S9(8)V9(4) USAGE COMP-3.
      *                       VALOR_UVA_AJUSTE
           10 HV-UVA-AJUSTE-PRES   PIC S9(8)V9(4) USAGE COMP-3.
      *                       FECHA_AJUSTE
           10 HV-FECHA-AJUSTE-PRES PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
