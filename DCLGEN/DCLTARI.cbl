      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TARIFARIO_COMISIONES)                     *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTARI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTARIFARIO-COMISIONES)                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TARIFARIO_COMISIONES TABLE
           ( EVENTO                         CHAR(8) NOT NULL,
             TIPO_CUENTA                    CHAR(1) NOT NULL,
             FECHA_VIGENCIA                 DATE NOT NULL,
             MONTO_FIJO                     DECIMAL(10, 2) NOT NULL,
             PORCENTAJE                     DECIMAL(7, 4) NOT NULL,
             MINIMO                         DECIMAL(10, 2) NOT NULL,
             MAXIMO                         DECIMAL(10, 2) NOT NULL,
             FRANQUICIA_MES                 INTEGER NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             PUBLICADO_POR                  CHAR(8) NOT NULL,
             FECHA_PUBLICACION              TIMESTAMP NOT NULL,
             ANULADO_POR                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TARIFARIO_COMISIONES       *
      ******************************************************************
       01  DCLTARIFARIO-COMISIONES.
      *                       EVENTO
           10 HV-EVENTO-TARI       PIC X(8).
      *                       TIPO_CUENTA
           10 HV-TIPO-CTA-TARI     PIC X(1).
      *                       FECHA_VIGENCIA
           10 HV-FECHA-VIG-TARI    PIC X(10).
      *                       MONTO_FIJO
           10 HV-FIJO-TARI         PIC S9(8)V9(2) USAGE COMP-3.
      *                       PORCENTAJE
           10 HV-PCT-TARI          PIC S9(3)V9(4) USAGE COMP-3.
      *                       MINIMO
           10 HV-MINIMO-TARI       PIC S9(8)V9(2) USAGE COMP-3.
      *                       MAXIMO
           10 HV-MAXIMO-TARI       PIC S9(8)V9(2) USAGE COMP-3.
      *                       FRANQUICIA_MES
           10 HV-FRANQ-TARI        PIC S9(9) USAGE COMP.
      *                       ESTADO
           10 HV-ESTADO-TARI       PIC X(1).
      *                       PUBLICADO_POR
           10 HV-PUBLIC-TARI       PIC X(8).
      *                       FECHA_PUBLICACION
           10 HV-FECHA-PUB-TARI    PIC X(26).
      *                       ANULADO_POR
           10 HV-ANULADO-TARI      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
