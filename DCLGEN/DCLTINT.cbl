      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TRANSF_INTERNACIONAL)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTINT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTRANSF-INTERNACIONAL)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TRANSF_INTERNACIONAL TABLE
           ( ID_TINT                        INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             MONEDA_CUENTA                  CHAR(3) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             MONTO_INSTRUIDO                DECIMAL(13, 2) NOT NULL,
             MONTO_ENVIADO                  DECIMAL(13, 2) NOT NULL,
             GASTOS                         CHAR(3) NOT NULL,
             TASA_CAMBIO                    DECIMAL(12, 6) NOT NULL,
             MONTO_PRINCIPAL                DECIMAL(10, 2) NOT NULL,
             MARGEN_CAMBIO                  DECIMAL(10, 2) NOT NULL,
             COMISION                       DECIMAL(10, 2) NOT NULL,
             COMISION_DIVISA                DECIMAL(13, 2) NOT NULL,
             BENEF_NOMBRE                   CHAR(35) NOT NULL,
             BENEF_DIRECCION                CHAR(35) NOT NULL,
             BENEF_CUENTA                   CHAR(34) NOT NULL,
             BIC_BENEFICIARIO               CHAR(11) NOT NULL,
             BIC_CORRESPONSAL               CHAR(11) NOT NULL,
             INFO_REMESA                    CHAR(35) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             MOTIVO_DEVOLUCION              CHAR(4) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_CREACION                 TIMESTAMP NOT NULL,
             FECHA_ENVIO                    TIMESTAMP,
             FECHA_RESOLUCION               TIMESTAMP,
             ID_MOV                         INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TRANSF_INTERNACIONAL       *
      ******************************************************************
       01  DCLTRANSF-INTERNACIONAL.
      *                       ID_TINT
           10 HV-ID-TINT           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-TINT      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-TINT       PIC X(10).
      *                       MONEDA_CUENTA
           10 HV-MONEDA-CTA-TINT   PIC X(3).
      *                       MONEDA
           10 HV-MONEDA-TINT       PIC X(3).
      *                       MONTO_INSTRUIDO
           10 HV-MONTO-INS-TINT    PIC S9(11)V9(2) USAGE COMP-3.
      *                       MONTO_ENVIADO
           10 HV-MONTO-ENV-TINT    PIC S9(11)V9(2) USAGE COMP-3.
      *                       GASTOS
           10 HV-GASTOS-TINT       PIC X(3).
      *                       TASA_CAMBIO
           10 HV-TASA-TINT         PIC S9(6)V9(6) USAGE COMP-3.
      *                       MONTO_PRINCIPAL
           10 HV-PRINCIPAL-TINT    PIC S9(8)V9(2) USAGE COMP-3.
      *                       MARGEN_CAMBIO
           10 HV-MARGEN-TINT       PIC S9(8)V9(2) USAGE COMP-3.
      *                       COMISION
           10 HV-COMISION-TINT     PIC S9(8)V9(2) USAGE COMP-3.
      *                       COMISION_DIVISA
           10 HV-COMIS-DIV-TINT    PIC S9(11)V9(2) USAGE COMP-3.
      *                       BENEF_NOMBRE
           10 HV-BENEF-NOM-TINT    PIC X(35).
      *                       BENEF_DIRECCION
           10 HV-BENEF-DIR-TINT    PIC X(35).
      *                       BENEF_CUENTA
           10 HV-BENEF-CTA-TINT    PIC X(34).
      *                       BIC_BENEFICIARIO
           10 HV-BIC-BENEF-TINT    PIC X(11).
      *                       BIC_CORRESPONSAL
           10 HV-BIC-CORR-TINT     PIC X(11).
      *                       INFO_REMESA
           10 HV-REMESA-TINT       PIC X(35).
      *                       ESTADO
           10 HV-ESTADO-TINT       PIC X(1).
      *                       MOTIVO_DEVOLUCION
           10 HV-MOTIVO-TINT       PIC X(4).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-TINT    PIC X(10).
      *                       FECHA_CREACION
           10 HV-FECHA-CRE-TINT    PIC X(26).
      *                       FECHA_ENVIO
           10 HV-FECHA-ENV-TINT    PIC X(26).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-TINT    PIC X(26).
      *                       ID_MOV
           10 HV-ID-MOV-TINT       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 26      *
      ******************************************************************
