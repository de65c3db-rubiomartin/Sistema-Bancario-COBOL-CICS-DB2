      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONDICIONES_IVA)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCIVA))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCONDICIONES-IVA)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CONDICIONES_IVA TABLE
           ( CONDICION                      CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(20) NOT NULL,
             ALICUOTA                       DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONDICIONES_IVA            *
      ******************************************************************
       01  DCLCONDICIONES-IVA.
      *                       CONDICION
           10 HV-CONDICION-CIVA    PIC X(2).
      *                       DESCRIPCION
           10 HV-DESCRIPCION-CIVA  PIC X(20).
      *                       ALICUOTA
           10 HV-ALICUOTA-CIVA     PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
