      ******************************************************************
      * DCLGEN TABLE(IBMUSER.COBROS_SEGURO)                            *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCOBS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCOBROS-SEGURO)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.COBROS_SEGURO TABLE
           ( ID_POLIZA                      INTEGER NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             CODIGO_ASEG                    CHAR(6) NOT NULL,
             PRIMA                          DECIMAL(11, 2) NOT NULL,
             COMISION                       DECIMAL(11, 2) NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             ESTADO_RENDICION               CHAR(1) NOT NULL,
             FECHA_COBRO                    TIMESTAMP NOT NULL,
             FECHA_RENDICION                TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.COBROS_SEGURO              *
      ******************************************************************
       01  DCLCOBROS-SEGURO.
      *                       ID_POLIZA
           10 HV-ID-POL-COBS       PIC S9(9) USAGE COMP.
      *                       PERIODO
           10 HV-PERIODO-COBS      PIC X(7).
      *                       CODIGO_ASEG
           10 HV-ASEG-COBS         PIC X(6).
      *                       PRIMA
           10 HV-PRIMA-COBS        PIC S9(9)V9(2) USAGE COMP-3.
      *                       COMISION
           10 HV-COMISION-COBS     PIC S9(9)V9(2) USAGE COMP-3.
      *                       ID_MOV
           10 HV-ID-MOV-COBS       PIC S9(9) USAGE COMP.
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-COBS    PIC X(10).
      *                       ESTADO_RENDICION
           10 HV-RENDICION-COBS    PIC X(1).
      *                       FECHA_COBRO
           10 HV-FECHA-COBRO-COBS  PIC X(26).
      *                       FECHA_RENDICION
           10 HV-FECHA-REND-COBS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
