      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SALDOS_NOSTRO)                            *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLSNOS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLSALDOS-NOSTRO)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.SALDOS_NOSTRO TABLE
           ( FECHA_EXTRACTO                 DATE NOT NULL,
             NRO_SECUENCIA                  INTEGER NOT NULL,
             SALDO_EXT_APERTURA             DECIMAL(15, 2) NOT NULL,
             SALDO_EXT_CIERRE               DECIMAL(15, 2) NOT NULL,
             SALDO_LIB_APERTURA             DECIMAL(15, 2) NOT NULL,
             SALDO_LIB_CIERRE               DECIMAL(15, 2) NOT NULL,
             PEND_EXTRACTO                  DECIMAL(15, 2) NOT NULL,
             PEND_LIBROS                    DECIMAL(15, 2) NOT NULL,
             DIFERENCIA                     DECIMAL(15, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SALDOS_NOSTRO              *
      ******************************************************************
       01  DCLSALDOS-NOSTRO.
      *                       FECHA_EXTRACTO
           10 HV-FECHA-SNOS        PIC X(10).
      *                       NRO_SECUENCIA
           10 HV-SECUENCIA-SNOS    PIC S9(9) USAGE COMP.
      *                       SALDO_EXT_APERTURA
           10 HV-EXT-APER-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_EXT_CIERRE
           10 HV-EXT-CIER-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_LIB_APERTURA
           10 HV-LIB-APER-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       SALDO_LIB_CIERRE
           10 HV-LIB-CIER-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       PEND_EXTRACTO
           10 HV-PEND-EXT-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       PEND_LIBROS
           10 HV-PEND-LIB-SNOS     PIC S9(13)V9(2) USAGE COMP-3.
      *                       DIFERENCIA
           10 HV-DIFER-SNOS        PIC S9(13)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-SNOS       PIC X(1).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-SNOS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
