             VECES_DETECTADA                INTEGER NOT NULL,
             SOLICITADO_POR                 CHAR(8) NOT NULL,
             APROBADO_POR                   CHAR(8) NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP,
             ORIGEN                         CHAR(1) NOT NULL,
             ID_MEMO                        INTEGER NOT NULL,
             MOTIVO                         CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EXCEPCIONES_SALDO          *
           10 HV-APROBADO-EXC      PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-EXC     PIC X(26).
      *                       ORIGEN
           10 HV-ORIGEN-EXC        PIC X(1).
      *                       ID_MEMO
           10 HV-ID-MEMO-EXC       PIC S9(9) USAGE COMP.
      *                       MOTIVO
           10 HV-MOTIVO-EXC        PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
