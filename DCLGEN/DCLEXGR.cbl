      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EXPOSICION_GRUPOS)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLEXGR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEXPOSICION-GRUPOS)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EXPOSICION_GRUPOS TABLE
           ( PERIODO                        CHAR(6) NOT NULL,
             ID_GRUPO                       INTEGER NOT NULL,
             CANT_MIEMBROS                  INTEGER NOT NULL,
             PRESTAMOS                      DECIMAL(15, 2) NOT NULL,
             SOBREGIRO_USADO                DECIMAL(15, 2) NOT NULL,
             SOBREGIRO_LIBRE                DECIMAL(15, 2) NOT NULL,
             CHEQUES_GERENCIA               DECIMAL(15, 2) NOT NULL,
             TOTAL                          DECIMAL(15, 2) NOT NULL,
             LIMITE                         DECIMAL(15, 2) NOT NULL,
             EXCEDIDO                       CHAR(1) NOT NULL,
             FECHA_PROCESO                  TIMESTAMP NOT NULL,
             AVALES                         DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EXPOSICION_GRUPOS          *
      ******************************************************************
       01  DCLEXPOSICION-GRUPOS.
      *                       PERIODO
           10 HV-PERIODO-EXGR      PIC X(6).
      *                       ID_GRUPO
           10 HV-ID-GRUPO-EXGR     PIC S9(9) USAGE COMP.
      *                       CANT_MIEMBROS
           10 HV-MIEMBROS-EXGR     PIC S9(9) USAGE COMP.
      *                       PRESTAMOS
           10 HV-PRESTAMOS-EXGR    PIC S9(13)V9(2) USAGE COMP-3.
      *                       SOBREGIRO_USADO
           10 HV-SOBR-USADO-EXGR   PIC S9(13)V9(2) USAGE COMP-3.
      *                       SOBREGIRO_LIBRE
           10 HV-SOBR-LIBRE-EXGR   PIC S9(13)V9(2) USAGE COMP-3.
      *                       CHEQUES_GERENCIA
           10 HV-CHEQUES-EXGR      PIC S9(13)V9(2) USAGE COMP-3.
      *                       TOTAL
           10 HV-TOTAL-EXGR        PIC S9(13)V9(2) USAGE COMP-3.
      *                       LIMITE
           10 HV-LIMITE-EXGR       PIC S9(13)V9(2) USAGE COMP-3.
      *                       EXCEDIDO
           10 HV-EXCEDIDO-EXGR     PIC X(1).
      *                       FECHA_PROCESO
           10 HV-FECHA-PROC-EXGR   PIC X(26).
      *                       AVALES
           10 HV-AVALES-EXGR       PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
