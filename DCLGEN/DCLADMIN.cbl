           ( ADMIN_ID                       CHAR(8) NOT NULL,
             PASSWORD                       CHAR(16) NOT NULL,
             NOMBRE                         CHAR(20) NOT NULL,
             ROL                            CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ULTIMO_ACCESO                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ADMINS                     *
           10 HV-ADMIN-NOMBRE       PIC X(20).
      *                       ROL
           10 HV-ADMIN-ROL          PIC X(1).
      *                       ESTADO
           10 HV-ADMIN-ESTADO       PIC X(1).
      *                       ULTIMO_ACCESO
           10 HV-ADMIN-ULT-ACCESO   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
