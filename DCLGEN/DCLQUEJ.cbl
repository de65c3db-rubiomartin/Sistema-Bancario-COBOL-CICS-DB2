             ESTADO                         CHAR(1) NOT NULL,
             RESOLUCION                     CHAR(60) NOT NULL,
             RESUELTO_POR                   CHAR(8),
             FECHA_RESOLUCION               TIMESTAMP,
             ASIGNADO_A                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.QUEJAS                     *
           10 HV-RESUELTO-QUEJ     PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-QUEJ    PIC X(26).
      *                       ASIGNADO_A
           10 HV-ASIGNADO-QUEJ     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
