      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PUNTOS_LEALTAD)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLPUNT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLPUNTOS-LEALTAD)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PUNTOS_LEALTAD TABLE
           ( ID_PUNTOS                      INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             PUNTOS                         INTEGER NOT NULL,
             PUNTOS_DISPONIBLES             INTEGER NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             ID_PUNTOS_ORIGEN               INTEGER NOT NULL,
             NUMERO_TARJETA                 CHAR(16) NOT NULL,
             RUBRO                          CHAR(4) NOT NULL,
             FECHA_NEGOCIO                  DATE NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PUNTOS_LEALTAD             *
      ******************************************************************
       01  DCLPUNTOS-LEALTAD.
      *                       ID_PUNTOS
           10 HV-ID-PUNT           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-PUNT      PIC X(8).
      *                       TIPO
           10 HV-TIPO-PUNT         PIC X(1).
      *                       PUNTOS
           10 HV-PUNTOS-PUNT       PIC S9(9) USAGE COMP.
      *                       PUNTOS_DISPONIBLES
           10 HV-DISP-PUNT         PIC S9(9) USAGE COMP.
      *                       FECHA_VENCIMIENTO
           10 HV-FECHA-VENC-PUNT   PIC X(10).
      *                       ID_MOV
           10 HV-ID-MOV-PUNT       PIC S9(9) USAGE COMP.
      *                       ID_PUNTOS_ORIGEN
           10 HV-ID-ORIG-PUNT      PIC S9(9) USAGE COMP.
      *                       NUMERO_TARJETA
           10 HV-TARJETA-PUNT      PIC X(16).
      *                       RUBRO
           10 HV-RUBRO-PUNT        PIC X(4).
      *                       FECHA_NEGOCIO
           10 HV-FECHA-NEG-PUNT    PIC X(10).
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-PUNT   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
