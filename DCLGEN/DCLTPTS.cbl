      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TASAS_PUNTOS)                             *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLTPTS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLTASAS-PUNTOS)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TASAS_PUNTOS TABLE
           ( TIPO_CUENTA                    CHAR(1) NOT NULL,
             RUBRO                          CHAR(4) NOT NULL,
             PUNTOS_POR_PESO                DECIMAL(7, 4) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TASAS_PUNTOS               *
      ******************************************************************
       01  DCLTASAS-PUNTOS.
      *                       TIPO_CUENTA
           10 HV-TIPO-CTA-TPTS     PIC X(1).
      *                       RUBRO
           10 HV-RUBRO-TPTS        PIC X(4).
      *                       PUNTOS_POR_PESO
           10 HV-TASA-TPTS         PIC S9(3)V9(4) USAGE COMP-3.
      *                       DESCRIPCION
           10 HV-DESC-TPTS         PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
