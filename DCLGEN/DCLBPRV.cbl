      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BENEFICIARIOS_PREV)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLBPRV))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLBENEFICIARIOS-PREV)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BENEFICIARIOS_PREV TABLE
           ( NRO_BENEFICIO                  CHAR(11) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_FE_VIDA                  DATE NOT NULL,
             CANAL_FE_VIDA                  CHAR(1) NOT NULL,
             AGENTE_FE_VIDA                 CHAR(8) NOT NULL,
             ALTA_POR                       CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ESTADO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BENEFICIARIOS_PREV         *
      ******************************************************************
       01  DCLBENEFICIARIOS-PREV.
      *                       NRO_BENEFICIO
           10 HV-NRO-BENEF-BPRV    PIC X(11).
      *                       USUARIO
           10 HV-USUARIO-BPRV      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-BPRV       PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-BPRV       PIC X(1).
      *                       FECHA_FE_VIDA
           10 HV-FECHA-FV-BPRV     PIC X(10).
      *                       CANAL_FE_VIDA
           10 HV-CANAL-FV-BPRV     PIC X(1).
      *                       AGENTE_FE_VIDA
           10 HV-AGENTE-FV-BPRV    PIC X(8).
      *                       ALTA_POR
           10 HV-ALTA-POR-BPRV     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-BPRV   PIC X(26).
      *                       FECHA_ESTADO
           10 HV-FECHA-EST-BPRV    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
