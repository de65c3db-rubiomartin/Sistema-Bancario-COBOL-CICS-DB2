      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EXENCIONES_IDC)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLEIDC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEXENCIONES-IDC)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EXENCIONES_IDC TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             MOTIVO                         CHAR(1) NOT NULL,
             ALCANCE                        CHAR(1) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             FECHA_HASTA                    DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO_ALTA                   CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EXENCIONES_IDC             *
      ******************************************************************
       01  DCLEXENCIONES-IDC.
      *                       USUARIO
           10 HV-USUARIO-EIDC      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-EIDC       PIC X(10).
      *                       MOTIVO
           10 HV-MOTIVO-EIDC       PIC X(1).
      *                       ALCANCE
           10 HV-ALCANCE-EIDC      PIC X(1).
      *                       FECHA_DESDE
           10 HV-DESDE-EIDC        PIC X(10).
      *                       FECHA_HASTA
           10 HV-HASTA-EIDC        PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-EIDC       PIC X(1).
      *                       USUARIO_ALTA
           10 HV-ALTA-POR-EIDC     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-EIDC   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
