      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BLOQUEOS_SOLICITUD)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLBLSO))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLBLOQUEOS-SOLICITUD)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BLOQUEOS_SOLICITUD TABLE
           ( PAGADOR                        CHAR(8) NOT NULL,
             SOLICITANTE                    CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BLOQUEOS_SOLICITUD         *
      ******************************************************************
       01  DCLBLOQUEOS-SOLICITUD.
      *                       PAGADOR
           10 HV-PAGADOR-BLSO      PIC X(8).
      *                       SOLICITANTE
           10 HV-SOLICITANTE-BLSO  PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-BLSO   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
