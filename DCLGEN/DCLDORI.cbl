      ******************************************************************
      * DCLGEN TABLE(IBMUSER.DEBITOS_ORIGINADOS)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLDORI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLDEBITOS-ORIGINADOS)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.DEBITOS_ORIGINADOS TABLE
           ( ID_ITEM                        INTEGER NOT NULL,
             ID_DEUDOR                      INTEGER NOT NULL,
             ACREEDOR                       CHAR(8) NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO                         CHAR(3) NOT NULL,
             SEC_ENVIO                      INTEGER NOT NULL,
             SEC_RESULTADO                  INTEGER NOT NULL,
             ID_MOV_CREDITO                 INTEGER NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_RESOLUCION               TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.DEBITOS_ORIGINADOS         *
      ******************************************************************
       01  DCLDEBITOS-ORIGINADOS.
      *                       ID_ITEM
           10 HV-ID-ITEM-DORI      PIC S9(9) USAGE COMP.
      *                       ID_DEUDOR
           10 HV-ID-DEUD-DORI      PIC S9(9) USAGE COMP.
      *                       ACREEDOR
           10 HV-ACREEDOR-DORI     PIC X(8).
      *                       PERIODO
           10 HV-PERIODO-DORI      PIC X(7).
      *                       MONTO
           10 HV-MONTO-DORI        PIC S9(8)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-DORI       PIC X(1).
      *                       MOTIVO
           10 HV-MOTIVO-DORI       PIC X(3).
      *                       SEC_ENVIO
           10 HV-SEC-ENV-DORI      PIC S9(9) USAGE COMP.
      *                       SEC_RESULTADO
           10 HV-SEC-RES-DORI      PIC S9(9) USAGE COMP.
      *                       ID_MOV_CREDITO
           10 HV-ID-MOV-DORI       PIC S9(9) USAGE COMP.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-DORI   PIC X(26).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-DORI    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
