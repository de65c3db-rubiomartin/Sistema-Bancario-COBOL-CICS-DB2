      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ATM_CARGAS)                               *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLATCG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLATM-CARGAS)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ATM_CARGAS TABLE
           ( ID_CARGA                       INTEGER NOT NULL,
             ID_CICLO                       INTEGER NOT NULL,
             ATM_ID                         CHAR(8) NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             DENOMINACION                   DECIMAL(8, 2) NOT NULL,
             CANTIDAD                       INTEGER NOT NULL,
             REGISTRADO_POR                 CHAR(8) NOT NULL,
             FECHA_REGISTRO                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ATM_CARGAS                 *
      ******************************************************************
       01  DCLATM-CARGAS.
      *                       ID_CARGA
           10 HV-ID-CARGA-ATCG     PIC S9(9) USAGE COMP.
      *                       ID_CICLO
           10 HV-ID-CICLO-ATCG     PIC S9(9) USAGE COMP.
      *                       ATM_ID
           10 HV-ATM-ID-ATCG       PIC X(8).
      *                       TIPO
           10 HV-TIPO-ATCG         PIC X(1).
      *                       DENOMINACION
           10 HV-DENOM-ATCG        PIC S9(6)V9(2) USAGE COMP-3.
      *                       CANTIDAD
           10 HV-CANTIDAD-ATCG     PIC S9(9) USAGE COMP.
      *                       REGISTRADO_POR
           10 HV-REGISTRADO-ATCG   PIC X(8).
      *                       FECHA_REGISTRO
           10 HV-FECHA-ATCG        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
