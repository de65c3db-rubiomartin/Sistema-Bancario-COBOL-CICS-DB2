      ******************************************************************
      * DCLGEN TABLE(IBMUSER.LIQUIDACIONES_NOSTRO)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLLNOS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLLIQUIDACIONES-NOSTRO)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.LIQUIDACIONES_NOSTRO TABLE
           ( ID_LIQ                         INTEGER NOT NULL,
             FECHA_LIQ                      DATE NOT NULL,
             REFERENCIA                     CHAR(16) NOT NULL,
             SENTIDO                        CHAR(1) NOT NULL,
             MONTO                          DECIMAL(15, 2) NOT NULL,
             CANT_ITEMS                     INTEGER NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ID_EXT                         INTEGER NOT NULL,
             TIPO_MATCH                     CHAR(1) NOT NULL,
             FECHA_CONCILIA                 DATE NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LIQUIDACIONES_NOSTRO       *
      ******************************************************************
       01  DCLLIQUIDACIONES-NOSTRO.
      *                       ID_LIQ
           10 HV-ID-LNOS           PIC S9(9) USAGE COMP.
      *                       FECHA_LIQ
           10 HV-FECHA-LNOS        PIC X(10).
      *                       REFERENCIA
           10 HV-REFER-LNOS        PIC X(16).
      *                       SENTIDO
           10 HV-SENTIDO-LNOS      PIC X(1).
      *                       MONTO
           10 HV-MONTO-LNOS        PIC S9(13)V9(2) USAGE COMP-3.
      *                       CANT_ITEMS
           10 HV-CANT-LNOS         PIC S9(9) USAGE COMP.
      *                       PROGRAMA
           10 HV-PROGRAMA-LNOS     PIC X(8).
      *                       ESTADO
           10 HV-ESTADO-LNOS       PIC X(1).
      *                       ID_EXT
           10 HV-ID-EXT-LNOS       PIC S9(9) USAGE COMP.
      *                       TIPO_MATCH
           10 HV-MATCH-LNOS        PIC X(1).
      *                       FECHA_CONCILIA
           10 HV-FEC-CONC-LNOS     PIC X(10).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-LNOS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
