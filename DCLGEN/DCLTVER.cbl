      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TERMINOS_VERSION)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTVER))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTERMINOS-VERSION)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TERMINOS_VERSION TABLE
           ( PRODUCTO                       CHAR(1) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             VERSION                        INTEGER NOT NULL,
             TITULO                         CHAR(40) NOT NULL,
             TEXTO1                         CHAR(70) NOT NULL,
             TEXTO2                         CHAR(70) NOT NULL,
             TEXTO3                         CHAR(70) NOT NULL,
             TEXTO4                         CHAR(70) NOT NULL,
             DOCUMENTO                      CHAR(20) NOT NULL,
             FECHA_VIGENCIA                 DATE NOT NULL,
             DIAS_AVISO                     INTEGER NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TERMINOS_VERSION           *
      ******************************************************************
       01  DCLTERMINOS-VERSION.
      *                       PRODUCTO
           10 HV-PRODUCTO-TV       PIC X(1).
      *                       CANAL
           10 HV-CANAL-TV          PIC X(1).
      *                       VERSION
           10 HV-VERSION-TV        PIC S9(9) USAGE COMP.
      *                       TITULO
           10 HV-TITULO-TV         PIC X(40).
      *                       TEXTO1
           10 HV-TEXTO1-TV         PIC X(70).
      *                       TEXTO2
           10 HV-TEXTO2-TV         PIC X(70).
      *                       TEXTO3
           10 HV-TEXTO3-TV         PIC X(70).
      *                       TEXTO4
           10 HV-TEXTO4-TV         PIC X(70).
      *                       DOCUMENTO
           10 HV-DOCUMENTO-TV      PIC X(20).
      *                       FECHA_VIGENCIA
           10 HV-FECHA-VIG-TV      PIC X(10).
      *                       DIAS_AVISO
           10 HV-DIAS-AVISO-TV     PIC S9(9) USAGE COMP.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-TV     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
