      ******************************************************************
      * DCLGEN TABLE(IBMUSER.DUPLICADOS_CLIENTE)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLDUPL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLDUPLICADOS-CLIENTE)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.DUPLICADOS_CLIENTE TABLE
           ( ID_DUPLICADO                   INTEGER NOT NULL,
             USUARIO_A                      CHAR(8) NOT NULL,
             USUARIO_B                      CHAR(8) NOT NULL,
             PUNTAJE                        INTEGER NOT NULL,
             COINCIDENCIAS                  CHAR(4) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DETECCION                TIMESTAMP NOT NULL,
             USUARIO_SOBREVIVE              CHAR(8) NOT NULL,
             REVISADO_POR                   CHAR(8) NOT NULL,
             FECHA_REVISION                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.DUPLICADOS_CLIENTE         *
      ******************************************************************
       01  DCLDUPLICADOS-CLIENTE.
      *                       ID_DUPLICADO
           10 HV-ID-DUPL           PIC S9(9) USAGE COMP.
      *                       USUARIO_A
           10 HV-USUARIO-A-DUPL    PIC X(8).
      *                       USUARIO_B
           10 HV-USUARIO-B-DUPL    PIC X(8).
      *                       PUNTAJE
           10 HV-PUNTAJE-DUPL      PIC S9(9) USAGE COMP.
      *                       COINCIDENCIAS
           10 HV-COINC-DUPL        PIC X(4).
      *                       ESTADO
           10 HV-ESTADO-DUPL       PIC X(1).
      *                       FECHA_DETECCION
           10 HV-FECHA-DET-DUPL    PIC X(26).
      *                       USUARIO_SOBREVIVE
           10 HV-SOBREVIVE-DUPL    PIC X(8).
      *                       REVISADO_POR
           10 HV-REVISADO-DUPL     PIC X(8).
      *                       FECHA_REVISION
           10 HV-FECHA-REV-DUPL    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CLIENTES_FUSIONADOS)                      *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLDUPL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCLIENTES-FUSIONADOS)                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CLIENTES_FUSIONADOS TABLE
           ( USUARIO_RETIRADO               CHAR(8) NOT NULL,
             USUARIO_SOBREVIVE              CHAR(8) NOT NULL,
             ID_DUPLICADO                   INTEGER NOT NULL,
             SOLICITADO_POR                 CHAR(8) NOT NULL,
             APROBADO_POR                   CHAR(8) NOT NULL,
             FECHA_FUSION                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLIENTES_FUSIONADOS        *
      ******************************************************************
       01  DCLCLIENTES-FUSIONADOS.
      *                       USUARIO_RETIRADO
           10 HV-RETIRADO-FUS      PIC X(8).
      *                       USUARIO_SOBREVIVE
           10 HV-SOBREVIVE-FUS     PIC X(8).
      *                       ID_DUPLICADO
           10 HV-ID-DUPL-FUS       PIC S9(9) USAGE COMP.
      *                       SOLICITADO_POR
           10 HV-SOLICITADO-FUS    PIC X(8).
      *                       APROBADO_POR
           10 HV-APROBADO-FUS      PIC X(8).
      *                       FECHA_FUSION
           10 HV-FECHA-FUS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
