      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CATEGORIAS_PERDIDA)                       *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLCATP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLCATEGORIAS-PERDIDA)                        *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CATEGORIAS_PERDIDA TABLE
           ( CLASE                          CHAR(1) NOT NULL,
             CODIGO                         CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CATEGORIAS_PERDIDA         *
      ******************************************************************
       01  DCLCATEGORIAS-PERDIDA.
      *                       CLASE
           10 HV-CLASE-CATP        PIC X(1).
      *                       CODIGO
           10 HV-CODIGO-CATP       PIC X(2).
      *                       DESCRIPCION
           10 HV-DESCRIP-CATP      PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
