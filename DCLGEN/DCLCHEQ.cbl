             ESTADO                         CHAR(1) NOT NULL,
             FECHA_EMISION                  TIMESTAMP NOT NULL,
             FECHA_PAGO                     TIMESTAMP,
             ID_MOV                         INTEGER NOT NULL,
             MOTIVO_RECHAZO                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CHEQUES                    *
           10 HV-FECHA-PAGO-CHEQ   PIC X(26).
      *                       ID_MOV
           10 HV-ID-MOV-CHEQ       PIC S9(9) USAGE COMP.
      *                       MOTIVO_RECHAZO
           10 HV-MOTIVO-RECH-CHEQ  PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
