             DOCUMENTACION                  CHAR(60) NOT NULL,
             ABIERTO_POR                    CHAR(8) NOT NULL,
             FECHA_APERTURA                 TIMESTAMP NOT NULL,
             FECHA_CIERRE                   TIMESTAMP,
             FECHA_FALLECIMIENTO            DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUCESIONES                 *
           10 HV-FECHA-APER-SUCE   PIC X(26).
      *                       FECHA_CIERRE
           10 HV-FECHA-CIER-SUCE   PIC X(26).
      *                       FECHA_FALLECIMIENTO
           10 HV-FECHA-FALL-SUCE   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
