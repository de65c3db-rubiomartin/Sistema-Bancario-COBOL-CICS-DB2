      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ATM_TERMINALES)                           *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLATMT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLATM-TERMINALES)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ATM_TERMINALES TABLE
           ( ATM_ID                         CHAR(8) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             UBICACION                      CHAR(30) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             DIAS_ENTRE_CARGAS              SMALLINT NOT NULL,
             FECHA_PROX_CARGA               DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ATM_TERMINALES             *
      ******************************************************************
       01  DCLATM-TERMINALES.
      *                       ATM_ID
           10 HV-ATM-ID-ATMT       PIC X(8).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-ATMT     PIC X(4).
      *                       UBICACION
           10 HV-UBICACION-ATMT    PIC X(30).
      *                       ESTADO
           10 HV-ESTADO-ATMT       PIC X(1).
      *                       DIAS_ENTRE_CARGAS
           10 HV-DIAS-CARGA-ATMT   PIC S9(4) USAGE COMP.
      *                       FECHA_PROX_CARGA
           10 HV-PROX-CARGA-ATMT   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
