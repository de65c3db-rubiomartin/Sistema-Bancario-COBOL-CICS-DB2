      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EVENTOS_PERDIDA)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLEVPE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLEVENTOS-PERDIDA)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EVENTOS_PERDIDA TABLE
           ( ID_EVENTO                      INTEGER NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             ID_ORIGEN                      INTEGER NOT NULL,
             TIPO_EVENTO                    CHAR(2) NOT NULL,
             LINEA_NEGOCIO                  CHAR(2) NOT NULL,
             CAUSA_RAIZ                     CHAR(2) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             FECHA_EVENTO                   DATE NOT NULL,
             FECHA_CONTABLE                 DATE NOT NULL,
             PERDIDA_BRUTA                  DECIMAL(13, 2) NOT NULL,
             RECUPERO                       DECIMAL(13, 2) NOT NULL,
             DESCRIPCION                    CHAR(40) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             ALTA_POR                       CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             MODIF_POR                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EVENTOS_PERDIDA            *
      ******************************************************************
       01  DCLEVENTOS-PERDIDA.
      *                       ID_EVENTO
           10 HV-ID-EVPE           PIC S9(9) USAGE COMP.
      *                       ORIGEN
           10 HV-ORIGEN-EVPE       PIC X(1).
      *                       ID_ORIGEN
           10 HV-ID-ORIG-EVPE      PIC S9(9) USAGE COMP.
      *                       TIPO_EVENTO
           10 HV-TIPO-EVPE         PIC X(2).
      *                       LINEA_NEGOCIO
           10 HV-LINEA-EVPE        PIC X(2).
      *                       CAUSA_RAIZ
           10 HV-CAUSA-EVPE        PIC X(2).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-EVPE     PIC X(4).
      *                       FECHA_EVENTO
           10 HV-FECHA-EVE-EVPE    PIC X(10).
      *                       FECHA_CONTABLE
           10 HV-FECHA-CONT-EVPE   PIC X(10).
      *                       PERDIDA_BRUTA
           10 HV-BRUTA-EVPE        PIC S9(11)V9(2) USAGE COMP-3.
      *                       RECUPERO
           10 HV-RECUPERO-EVPE     PIC S9(11)V9(2) USAGE COMP-3.
      *                       DESCRIPCION
           10 HV-DESCRIP-EVPE      PIC X(40).
      *                       ESTADO
           10 HV-ESTADO-EVPE       PIC X(1).
      *                       ALTA_POR
           10 HV-ALTA-POR-EVPE     PIC X(8).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-EVPE   PIC X(26).
      *                       MODIF_POR
           10 HV-MODIF-POR-EVPE    PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
