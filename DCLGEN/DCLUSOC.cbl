      ******************************************************************
      * DCLGEN TABLE(IBMUSER.USO_COMISIONES)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLUSOC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLUSO-COMISIONES)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.USO_COMISIONES TABLE
           ( EVENTO                         CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             CANTIDAD                       INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.USO_COMISIONES             *
      ******************************************************************
       01  DCLUSO-COMISIONES.
      *                       EVENTO
           10 HV-EVENTO-USOC       PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-USOC       PIC X(10).
      *                       PERIODO
           10 HV-PERIODO-USOC      PIC X(6).
      *                       CANTIDAD
           10 HV-CANTIDAD-USOC     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
