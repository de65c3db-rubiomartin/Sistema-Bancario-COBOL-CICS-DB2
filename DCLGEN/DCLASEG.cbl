      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ASEGURADORAS)                             *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLASEG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLASEGURADORAS)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ASEGURADORAS TABLE
           ( CODIGO_ASEG                    CHAR(6) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             COMISION_PCT                   DECIMAL(5, 2) NOT NULL,
             VIDA_SALDO_DEUDOR              CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ASEGURADORAS               *
      ******************************************************************
       01  DCLASEGURADORAS.
      *                       CODIGO_ASEG
           10 HV-CODIGO-ASEG       PIC X(6).
      *                       NOMBRE
           10 HV-NOMBRE-ASEG       PIC X(30).
      *                       COMISION_PCT
           10 HV-COMISION-ASEG     PIC S9(3)V9(2) USAGE COMP-3.
      *                       VIDA_SALDO_DEUDOR
           10 HV-VIDA-ASEG         PIC X(1).
      *                       ESTADO
           10 HV-ESTADO-ASEG       PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-ASEG   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
