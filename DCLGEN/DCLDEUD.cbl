      ******************************************************************
      * DCLGEN TABLE(IBMUSER.DEUDORES_DEBITO)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLDEUD))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLDEUDORES-DEBITO)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.DEUDORES_DEBITO TABLE
           ( ID_DEUDOR                      INTEGER NOT NULL,
             ACREEDOR                       CHAR(8) NOT NULL,
             REF_MANDATO                    CHAR(16) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             CBU                            CHAR(22) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             RECHAZOS_CONSEC                INTEGER NOT NULL,
             MOTIVO_BAJA                    CHAR(3) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_ESTADO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.DEUDORES_DEBITO            *
      ******************************************************************
       01  DCLDEUDORES-DEBITO.
      *                       ID_DEUDOR
           10 HV-ID-DEUD           PIC S9(9) USAGE COMP.
      *                       ACREEDOR
           10 HV-ACREEDOR-DEUD     PIC X(8).
      *                       REF_MANDATO
           10 HV-REF-DEUD          PIC X(16).
      *                       NOMBRE
           10 HV-NOMBRE-DEUD       PIC X(30).
      *                       CBU
           10 HV-CBU-DEUD          PIC X(22).
      *                       MONTO
           10 HV-MONTO-DEUD        PIC S9(8)V9(2) USAGE COMP-3.
      *                       ESTADO
           10 HV-ESTADO-DEUD       PIC X(1).
      *                       RECHAZOS_CONSEC
           10 HV-RECHAZOS-DEUD     PIC S9(9) USAGE COMP.
      *                       MOTIVO_BAJA
           10 HV-MOTIVO-DEUD       PIC X(3).
      *                       AGENTE_ID
           10 HV-AGENTE-DEUD       PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-DEUD   PIC X(26).
      *                       FECHA_ESTADO
           10 HV-FECHA-EST-DEUD    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
