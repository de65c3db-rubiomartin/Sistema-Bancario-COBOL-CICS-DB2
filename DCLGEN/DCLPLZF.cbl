             FECHA_VENCIMIENTO              DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_PAGO                     TIMESTAMP,
             INSTRUCCION_VENC               CHAR(1) NOT NULL,
             UNIDAD                         CHAR(3) NOT NULL,
             MONTO_UVA                      DECIMAL(13, 4) NOT NULL,
             VALOR_UVA_ALTA                 DECIMAL(12, 4) NOT NULL,
             VALOR_UVA_AJUSTE               DECIMAL(12, 4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PLAZOS_FIJOS               *
           10 HV-FECHA-PAGO-PLZF   PIC X(26).
      *                       INSTRUCCION_VENC
           10 HV-INSTR-VENC-PLZF   PIC X(1).
      *                       UNIDAD
           10 HV-UNIDAD-PLZF       PIC X(3).
      *                       MONTO_UVA
           10 HV-MONTO-UVA-PLZF    PIC S9(9)V9(4) USAGE COMP-3.
      *                       VALOR_UVA_ALTA
           10 HV-UVA-ALTA-PLZF     PIC S9(8)V9(4) USAGE COMP-3.
      *                       VALOR_UVA_AJUSTE
           10 HV-UVA-AJUSTE-PLZF   PIC S9(8)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
