             RESULTADO                      CHAR(30) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALERTA                   DATE NOT NULL,
             FECHA_CONTACTO                 TIMESTAMP,
             ASIGNADO_A                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ALERTAS_ATRICION           *
           10 HV-FECHA-AL-ATRI     PIC X(10).
      *                       FECHA_CONTACTO
           10 HV-FECHA-CON-ATRI    PIC X(26).
      *                       ASIGNADO_A
           10 HV-ASIGNADO-ATRI     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
