      ******************************************************************
      * DCLGEN TABLE(IBMUSER.IMPUESTO_DEBCRED)                         *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLIDCM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLIMPUESTO-DEBCRED)                          *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.IMPUESTO_DEBCRED TABLE
           ( PERIODO                        CHAR(6) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             IMP_DEBITOS                    DECIMAL(13, 2) NOT NULL,
             IMP_CREDITOS                   DECIMAL(13, 2) NOT NULL,
             CANT_MOVS                      INTEGER NOT NULL,
             FECHA_PROCESO                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.IMPUESTO_DEBCRED           *
      ******************************************************************
       01  DCLIMPUESTO-DEBCRED.
      *                       PERIODO
           10 HV-PERIODO-IDCM      PIC X(6).
      *                       USUARIO
           10 HV-USUARIO-IDCM      PIC X(8).
      *                       IMP_DEBITOS
           10 HV-IMP-DEB-IDCM      PIC S9(11)V9(2) USAGE COMP-3.
      *                       IMP_CREDITOS
           10 HV-IMP-CRE-IDCM      PIC S9(11)V9(2) USAGE COMP-3.
      *                       CANT_MOVS
           10 HV-CANT-MOVS-IDCM    PIC S9(9) USAGE COMP.
      *                       FECHA_PROCESO
           10 HV-FECHA-PROC-IDCM   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
