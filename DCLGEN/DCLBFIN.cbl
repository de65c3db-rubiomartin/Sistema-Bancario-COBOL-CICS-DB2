      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BENEFICIARIOS_FINALES)                    *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLBFIN))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLBENEFICIARIOS-FINALES)                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BENEFICIARIOS_FINALES TABLE
           ( ID_BENEFICIARIO                INTEGER NOT NULL,
             USUARIO_EMPRESA                CHAR(8) NOT NULL,
             NOMBRE                         CHAR(40) NOT NULL,
             NRO_DOC                        CHAR(20) NOT NULL,
             PAIS                           CHAR(2) NOT NULL,
             ROL                            CHAR(1) NOT NULL,
             EMPRESA_INTERMEDIA             CHAR(40) NOT NULL,
             PORC_DIRECTO                   DECIMAL(5, 2) NOT NULL,
             PORC_INTERMEDIA                DECIMAL(5, 2) NOT NULL,
             PORC_EFECTIVO                  DECIMAL(5, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_BAJA                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BENEFICIARIOS_FINALES      *
      ******************************************************************
       01  DCLBENEFICIARIOS-FINALES.
      *                       ID_BENEFICIARIO
           10 HV-ID-BFIN           PIC S9(9) USAGE COMP.
      *                       USUARIO_EMPRESA
           10 HV-EMPRESA-BFIN      PIC X(8).
      *                       NOMBRE
           10 HV-NOMBRE-BFIN       PIC X(40).
      *                       NRO_DOC
           10 HV-DOC-BFIN          PIC X(20).
      *                       PAIS
           10 HV-PAIS-BFIN         PIC X(2).
      *                       ROL
           10 HV-ROL-BFIN          PIC X(1).
      *                       EMPRESA_INTERMEDIA
           10 HV-INTERMEDIA-BFIN   PIC X(40).
      *                       PORC_DIRECTO
           10 HV-PORC-DIR-BFIN     PIC S9(3)V9(2) USAGE COMP-3.
      *                       PORC_INTERMEDIA
           10 HV-PORC-INT-BFIN     PIC S9(3)V9(2) USAGE COMP-3.
      *                       PORC_EFECTIVO
           10 HV-PORC-EFE-BFIN     PIC S9(3)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-BFIN       PIC X(1).
      *                       AGENTE_ID
           10 HV-AGENTE-BFIN       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-BFIN   PIC X(26).
      *                       FECHA_BAJA
           10 HV-FECHA-BAJA-BFIN   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
