      ******************************************************************
      * DCLGEN TABLE(IBMUSER.GESTORES_HIST)                            *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLGHIS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLGESTORES-HIST)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.GESTORES_HIST TABLE
           ( ID_HIST                        INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             GESTOR_ANT                     CHAR(8) NOT NULL,
             SUPLENTE_ANT                   CHAR(8) NOT NULL,
             GESTOR_NUEVO                   CHAR(8) NOT NULL,
             SUPLENTE_NUEVO                 CHAR(8) NOT NULL,
             MOTIVO                         CHAR(30) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.GESTORES_HIST              *
      ******************************************************************
       01  DCLGESTORES-HIST.
      *                       ID_HIST
           10 HV-ID-GHI            PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-GHI       PIC X(8).
      *                       GESTOR_ANT
           10 HV-GESTOR-ANT-GHI    PIC X(8).
      *                       SUPLENTE_ANT
           10 HV-SUPL-ANT-GHI      PIC X(8).
      *                       GESTOR_NUEVO
           10 HV-GESTOR-NUE-GHI    PIC X(8).
      *                       SUPLENTE_NUEVO
           10 HV-SUPL-NUE-GHI      PIC X(8).
      *                       MOTIVO
           10 HV-MOTIVO-GHI        PIC X(30).
      *                       AGENTE_ID
           10 HV-AGENTE-GHI        PIC X(8).
      *                       FECHA_HORA
           10 HV-FECHA-GHI         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
