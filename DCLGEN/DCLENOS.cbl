      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EXTRACTO_NOSTRO)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLENOS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEXTRACTO-NOSTRO)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EXTRACTO_NOSTRO TABLE
           ( ID_EXT                         INTEGER NOT NULL,
             NRO_SECUENCIA                  INTEGER NOT NULL,
             FECHA_EXTRACTO                 DATE NOT NULL,
             FECHA_VALOR                    DATE NOT NULL,
             SENTIDO                        CHAR(1) NOT NULL,
             MONTO                          DECIMAL(15, 2) NOT NULL,
             REFERENCIA                     CHAR(16) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             TIPO_MATCH                     CHAR(1) NOT NULL,
             CANT_LIQ                       INTEGER NOT NULL,
             FECHA_CONCILIA                 DATE NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EXTRACTO_NOSTRO            *
      ******************************************************************
       01  DCLEXTRACTO-NOSTRO.
      *                       ID_EXT
           10 HV-ID-ENOS           PIC S9(9) USAGE COMP.
      *                       NRO_SECUENCIA
           10 HV-SECUENCIA-ENOS    PIC S9(9) USAGE COMP.
      *                       FECHA_EXTRACTO
           10 HV-FECHA-EXT-ENOS    PIC X(10).
      *                       FECHA_VALOR
           10 HV-FECHA-VAL-ENOS    PIC X(10).
      *                       SENTIDO
           10 HV-SENTIDO-ENOS      PIC X(1).
      *                       MONTO
           10 HV-MONTO-ENOS        PIC S9(13)V9(2) USAGE COMP-3.
      *                       REFERENCIA
           10 HV-REFER-ENOS        PIC X(16).
      *                       DESCRIPCION
           10 HV-DESCRIP-ENOS      PIC X(30).
      *                       ESTADO
           10 HV-ESTADO-ENOS       PIC X(1).
      *                       TIPO_MATCH
           10 HV-MATCH-ENOS        PIC X(1).
      *                       CANT_LIQ
           10 HV-CANT-LIQ-ENOS     PIC S9(9) USAGE COMP.
      *                       FECHA_CONCILIA
           10 HV-FEC-CONC-ENOS     PIC X(10).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-ENOS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
