      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BILLETES_FALSOS)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLBFAL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLBILLETES-FALSOS)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BILLETES_FALSOS TABLE
           ( ID_SECUESTRO                   INTEGER NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             DENOMINACION                   DECIMAL(8, 2) NOT NULL,
             NRO_SERIE                      CHAR(20) NOT NULL,
             PRESENTANTE                    CHAR(8) NOT NULL,
             DOC_PRESENTANTE                CHAR(20) NOT NULL,
             CAJERO                         CHAR(8) NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_SECUESTRO                TIMESTAMP NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             PERIODO_ENVIO                  CHAR(7) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BILLETES_FALSOS            *
      ******************************************************************
       01  DCLBILLETES-FALSOS.
      *                       ID_SECUESTRO
           10 HV-ID-SECUESTRO-BF   PIC S9(9) USAGE COMP.
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-BF       PIC X(4).
      *                       MONEDA
           10 HV-MONEDA-BF         PIC X(3).
      *                       DENOMINACION
           10 HV-DENOM-BF          PIC S9(6)V9(2) USAGE COMP-3.
      *                       NRO_SERIE
           10 HV-SERIE-BF          PIC X(20).
      *                       PRESENTANTE
           10 HV-PRESENTANTE-BF    PIC X(8).
      *                       DOC_PRESENTANTE
           10 HV-DOC-PRES-BF       PIC X(20).
      *                       CAJERO
           10 HV-CAJERO-BF         PIC X(8).
      *                       ORIGEN
           10 HV-ORIGEN-BF         PIC X(1).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-BF      PIC X(10).
      *                       FECHA_SECUESTRO
           10 HV-FECHA-SEC-BF      PIC X(26).
      *                       ESTADO
           10 HV-ESTADO-BF         PIC X(1).
      *                       PERIODO_ENVIO
           10 HV-PERIODO-BF        PIC X(7).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
