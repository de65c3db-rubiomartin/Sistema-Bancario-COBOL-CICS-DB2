      ******************************************************************
      * DCLGEN TABLE(IBMUSER.VALORES_CUOTAPARTE)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLVCPT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLVALORES-CUOTAPARTE)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.VALORES_CUOTAPARTE TABLE
           ( CODIGO_FONDO                   CHAR(8) NOT NULL,
             FECHA                          DATE NOT NULL,
             VALOR_CUOTAPARTE               DECIMAL(15, 6) NOT NULL,
             FECHA_CARGA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.VALORES_CUOTAPARTE         *
      ******************************************************************
       01  DCLVALORES-CUOTAPARTE.
      *                       CODIGO_FONDO
           10 HV-CODIGO-VCP        PIC X(8).
      *                       FECHA
           10 HV-FECHA-VCP         PIC X(10).
      *                       VALOR_CUOTAPARTE
           10 HV-VALOR-VCP         PIC S9(9)V9(6) USAGE COMP-3.
      *                       FECHA_CARGA
           10 HV-FECHA-CARGA-VCP   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
