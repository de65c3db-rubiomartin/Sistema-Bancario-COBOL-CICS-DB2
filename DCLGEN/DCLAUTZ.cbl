             ID_RET                         INTEGER NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             FECHA_AUT                      TIMESTAMP NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             ATM_ID                         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AUTORIZACIONES             *
           10 HV-FECHA-AUT         PIC X(26).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-AUT     PIC X(10).
      *                       ORIGEN
           10 HV-ORIGEN-AUT        PIC X(1).
      *                       ATM_ID
           10 HV-ATM-ID-AUT        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
