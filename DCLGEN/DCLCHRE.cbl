      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CHEQUES_RECHAZADOS)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCHRE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCHEQUES-RECHAZADOS)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CHEQUES_RECHAZADOS TABLE
           ( ID_RECHAZO                     INTEGER NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             NRO_CHEQUE                     INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             MONTO                          DECIMAL(11, 2) NOT NULL,
             BANCO_PRES                     CHAR(4) NOT NULL,
             REFERENCIA                     CHAR(16) NOT NULL,
             MOTIVO                         CHAR(1) NOT NULL,
             FECHA_RECHAZO                  TIMESTAMP NOT NULL,
             MULTA                          DECIMAL(11, 2) NOT NULL,
             MULTA_ESTADO                   CHAR(1) NOT NULL,
             ID_MOV_MULTA                   INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CUBIERTO                 TIMESTAMP,
             INFORMADO_RECH                 CHAR(1) NOT NULL,
             INFORMADO_CUB                  CHAR(1) NOT NULL,
             TIPO_CHEQUE                    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CHEQUES_RECHAZADOS         *
      ******************************************************************
       01  DCLCHEQUES-RECHAZADOS.
      *                       ID_RECHAZO
           10 HV-ID-CHRE           PIC S9(9) USAGE COMP.
      *                       CUENTA_NUM
           10 HV-CUENTA-CHRE       PIC X(10).
      *                       NRO_CHEQUE
           10 HV-NRO-CHRE          PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-CHRE      PIC X(8).
      *                       MONTO
           10 HV-MONTO-CHRE        PIC S9(9)V9(2) USAGE COMP-3.
      *                       BANCO_PRES
           10 HV-BANCO-CHRE        PIC X(4).
      *                       REFERENCIA
           10 HV-REFER-CHRE        PIC X(16).
      *                       MOTIVO
           10 HV-MOTIVO-CHRE       PIC X(1).
      *                       FECHA_RECHAZO
           10 HV-FECHA-RECH-CHRE   PIC X(26).
      *                       MULTA
           10 HV-MULTA-CHRE        PIC S9(9)V9(2) USAGE COMP-3.
      *                       MULTA_ESTADO
           10 HV-MULTA-EST-CHRE    PIC X(1).
      *                       ID_MOV_MULTA
           10 HV-ID-MOV-CHRE       PIC S9(9) USAGE COMP.
      *                       ESTADO
           10 HV-ESTADO-CHRE       PIC X(1).
      *                       FECHA_CUBIERTO
           10 HV-FECHA-CUB-CHRE    PIC X(26).
      *                       INFORMADO_RECH
           10 HV-INF-RECH-CHRE     PIC X(1).
      *                       INFORMADO_CUB
           10 HV-INF-CUB-CHRE      PIC X(1).
      *                       TIPO_CHEQUE
           10 HV-TIPO-CHRE         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
