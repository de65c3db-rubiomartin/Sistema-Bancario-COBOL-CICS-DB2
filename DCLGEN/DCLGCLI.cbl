      ******************************************************************
      * DCLGEN TABLE(IBMUSER.GESTORES_CLIENTE)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLGCLI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLGESTORES-CLIENTE)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.GESTORES_CLIENTE TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             GESTOR_ID                      CHAR(8) NOT NULL,
             SUPLENTE_ID                    CHAR(8) NOT NULL,
             FECHA_DESDE                    TIMESTAMP NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.GESTORES_CLIENTE           *
      ******************************************************************
       01  DCLGESTORES-CLIENTE.
      *                       USUARIO
           10 HV-USUARIO-GCL       PIC X(8).
      *                       GESTOR_ID
           10 HV-GESTOR-GCL        PIC X(8).
      *                       SUPLENTE_ID
           10 HV-SUPLENTE-GCL      PIC X(8).
      *                       FECHA_DESDE
           10 HV-FECHA-DES-GCL     PIC X(26).
      *                       AGENTE_ID
           10 HV-AGENTE-GCL        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
