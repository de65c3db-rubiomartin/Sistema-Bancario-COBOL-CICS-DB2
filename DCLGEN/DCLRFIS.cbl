      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RESIDENCIAS_FISCALES)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRFIS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRESIDENCIAS-FISCALES)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RESIDENCIAS_FISCALES TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             PAIS                           CHAR(2) NOT NULL,
             NIF                            CHAR(20) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             FECHA_AUTOCERT                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RESIDENCIAS_FISCALES       *
      ******************************************************************
       01  DCLRESIDENCIAS-FISCALES.
      *                       USUARIO
           10 HV-USUARIO-RFIS      PIC X(8).
      *                       PAIS
           10 HV-PAIS-RFIS         PIC X(2).
      *                       NIF
           10 HV-NIF-RFIS          PIC X(20).
      *                       ESTADO
           10 HV-ESTADO-RFIS       PIC X(1).
      *                       ORIGEN
           10 HV-ORIGEN-RFIS       PIC X(1).
      *                       FECHA_AUTOCERT
           10 HV-FECHA-RFIS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
