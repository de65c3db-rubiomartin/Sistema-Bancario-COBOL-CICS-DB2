             IDIOMA                         CHAR(2) NOT NULL,
             FECHA_CLAVE                    DATE NOT NULL,
             FECHA_NACIMIENTO               DATE NOT NULL,
             USUARIO_CUSTODIO               CHAR(8) NOT NULL,
             CONDICION_IVA                  CHAR(2) NOT NULL,
             ID_FISCAL                      CHAR(13) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLIENTES                   *
           10 HV-FECHA-NAC-CLI     PIC X(10).
      *                       USUARIO_CUSTODIO
           10 HV-CUSTODIO-CLI      PIC X(8).
      *                       CONDICION_IVA
           10 HV-CONDICION-IVA-CLI PIC X(2).
      *                       ID_FISCAL
           10 HV-ID-FISCAL-CLI     PIC X(13).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
