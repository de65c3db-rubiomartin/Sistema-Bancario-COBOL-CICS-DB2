      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ECHEQUES_EVENTOS)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLECEV))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLECHEQUES-EVENTOS)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ECHEQUES_EVENTOS TABLE
           ( ID_EVENTO                      INTEGER NOT NULL,
             ID_ECHEQ                       INTEGER NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             DOC_ORIGEN                     CHAR(20) NOT NULL,
             DOC_DESTINO                    CHAR(20) NOT NULL,
             MOTIVO                         CHAR(1) NOT NULL,
             ENVIO                          CHAR(1) NOT NULL,
             SEC_ENVIO                      INTEGER NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_EVENTO                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ECHEQUES_EVENTOS           *
      ******************************************************************
       01  DCLECHEQUES-EVENTOS.
      *                       ID_EVENTO
           10 HV-ID-ECEV           PIC S9(9) USAGE COMP.
      *                       ID_ECHEQ
           10 HV-ID-ECHQ-ECEV      PIC S9(9) USAGE COMP.
      *                       TIPO
           10 HV-TIPO-ECEV         PIC X(1).
      *                       USUARIO
           10 HV-USUARIO-ECEV      PIC X(8).
      *                       DOC_ORIGEN
           10 HV-DOC-ORI-ECEV      PIC X(20).
      *                       DOC_DESTINO
           10 HV-DOC-DES-ECEV      PIC X(20).
      *                       MOTIVO
           10 HV-MOTIVO-ECEV       PIC X(1).
      *                       ENVIO
           10 HV-ENVIO-ECEV        PIC X(1).
      *                       SEC_ENVIO
           10 HV-SEC-ENV-ECEV      PIC S9(9) USAGE COMP.
      *                       AGENTE_ID
           10 HV-AGENTE-ECEV       PIC X(8).
      *                       FECHA_EVENTO
           10 HV-FECHA-ECEV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
