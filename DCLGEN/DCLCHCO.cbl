             AGENTE_ID                      CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_DEPOSITO                 TIMESTAMP NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             FECHA_PRESENTAR                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CHEQUES_AL_COBRO           *
           10 HV-FECHA-DEP-CHCO    PIC X(26).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-CHCO    PIC X(26).
      *                       FECHA_VENCIMIENTO
           10 HV-FECHA-VTO-CHCO    PIC X(10).
      *                       FECHA_PRESENTAR
           10 HV-FECHA-PRES-CHCO   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
