           ( SUCURSAL_ID                    CHAR(4) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             GERENTE                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SUCURSAL                   *
           10 HV-CANAL             PIC X(1).
      *                       TERMINAL_ID
           10 HV-TERMINAL-ID       PIC X(4).
      *                       GERENTE
           10 HV-GERENTE-SUC       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
