      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RESTRICCIONES_CAMBIO)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRSCM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRESTRICCIONES-CAMBIO)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RESTRICCIONES_CAMBIO TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             MOTIVO                         CHAR(2) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             FECHA_HASTA                    DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO_ALTA                   CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RESTRICCIONES_CAMBIO       *
      ******************************************************************
       01  DCLRESTRICCIONES-CAMBIO.
      *                       USUARIO
           10 HV-USUARIO-RSCM      PIC X(8).
      *                       MOTIVO
           10 HV-MOTIVO-RSCM       PIC X(2).
      *                       FECHA_DESDE
           10 HV-DESDE-RSCM        PIC X(10).
      *                       FECHA_HASTA
           10 HV-HASTA-RSCM        PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-RSCM       PIC X(1).
      *                       USUARIO_ALTA
           10 HV-USR-ALTA-RSCM     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-RSCM   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
