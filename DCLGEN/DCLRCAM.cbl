      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CAMPANIAS_RECERT)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRCAM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCAMPANIAS-RECERT)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CAMPANIAS_RECERT TABLE
           ( ID_CAMPANIA                    INTEGER NOT NULL,
             TRIMESTRE                      CHAR(5) NOT NULL,
             FECHA_APERTURA                 DATE NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CIERRE                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CAMPANIAS_RECERT           *
      ******************************************************************
       01  DCLCAMPANIAS-RECERT.
      *                       ID_CAMPANIA
           10 HV-ID-CAMP-RCA       PIC S9(9) USAGE COMP.
      *                       TRIMESTRE
           10 HV-TRIMESTRE-RCA     PIC X(5).
      *                       FECHA_APERTURA
           10 HV-FECHA-APE-RCA     PIC X(10).
      *                       FECHA_LIMITE
           10 HV-FECHA-LIM-RCA     PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-RCA        PIC X(1).
      *                       FECHA_CIERRE
           10 HV-FECHA-CIE-RCA     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
