      ******************************************************************
      * DCLGEN TABLE(IBMUSER.INDICIOS_FISCALES)                        *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLIFIS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLINDICIOS-FISCALES)                         *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.INDICIOS_FISCALES TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             TIPO_INDICIO                   CHAR(1) NOT NULL,
             PAIS                           CHAR(2) NOT NULL,
             DETALLE                        CHAR(20) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DETECCION                DATE NOT NULL,
             FECHA_RESOLUCION               DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.INDICIOS_FISCALES          *
      ******************************************************************
       01  DCLINDICIOS-FISCALES.
      *                       USUARIO
           10 HV-USUARIO-IFIS      PIC X(8).
      *                       TIPO_INDICIO
           10 HV-TIPO-IFIS         PIC X(1).
      *                       PAIS
           10 HV-PAIS-IFIS         PIC X(2).
      *                       DETALLE
           10 HV-DETALLE-IFIS      PIC X(20).
      *                       ESTADO
           10 HV-ESTADO-IFIS       PIC X(1).
      *                       FECHA_DETECCION
           10 HV-FECHA-DET-IFIS    PIC X(10).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-IFIS    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
