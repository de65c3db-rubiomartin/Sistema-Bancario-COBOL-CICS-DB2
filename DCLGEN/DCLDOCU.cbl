             FECHA_VENCIMIENTO              DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             PAIS_EMISOR                    CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.DOCUMENTOS_IDENTIDAD       *
           10 HV-AGENTE-DOCU       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-DOCU   PIC X(26).
      *                       PAIS_EMISOR
           10 HV-PAIS-EMISOR-DOCU  PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
