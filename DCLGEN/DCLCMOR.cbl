      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONDONACIONES_MORA)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCMOR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCONDONACIONES-MORA)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CONDONACIONES_MORA TABLE
           ( ID_CONDONACION                 INTEGER NOT NULL,
             ID_PRESTAMO                    INTEGER NOT NULL,
             NRO_CUOTA                      INTEGER NOT NULL,
             CONCEPTO                       CHAR(1) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             AGENTE_ID                      CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONDONACIONES_MORA         *
      ******************************************************************
       01  DCLCONDONACIONES-MORA.
      *                       ID_CONDONACION
           10 HV-ID-CMOR           PIC S9(9) USAGE COMP.
      *                       ID_PRESTAMO
           10 HV-ID-PRES-CMOR      PIC S9(9) USAGE COMP.
      *                       NRO_CUOTA
           10 HV-NRO-CUOTA-CMOR    PIC S9(9) USAGE COMP.
      *                       CONCEPTO
           10 HV-CONCEPTO-CMOR     PIC X(1).
      *                       MONTO
           10 HV-MONTO-CMOR        PIC S9(8)V9(2) USAGE COMP-3.
      *                       AGENTE_ID
           10 HV-AGENTE-CMOR       PIC X(8).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-CMOR     PIC X(4).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-CMOR   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
