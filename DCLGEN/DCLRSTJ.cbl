      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RETIROS_SIN_TARJETA)                      *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRSTJ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRETIROS-SIN-TARJETA)                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RETIROS_SIN_TARJETA TABLE
           ( ID_RETIRO                      INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             CUENTA_NUM                     CHAR(10) NOT NULL,
             MONTO                          DECIMAL(10, 2) NOT NULL,
             CODIGO_HASH                    CHAR(16) NOT NULL,
             FECHA_VENCIMIENTO              TIMESTAMP NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             INTENTOS                       INTEGER NOT NULL,
             ID_RET                         INTEGER NOT NULL,
             ID_AUT                         INTEGER NOT NULL,
             ID_MOV                         INTEGER NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             FECHA_USO                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RETIROS_SIN_TARJETA        *
      ******************************************************************
       01  DCLRETIROS-SIN-TARJETA.
      *                       ID_RETIRO
           10 HV-ID-RSTJ           PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-RSTJ      PIC X(8).
      *                       CUENTA_NUM
           10 HV-CUENTA-RSTJ       PIC X(10).
      *                       MONTO
           10 HV-MONTO-RSTJ        PIC S9(8)V9(2) USAGE COMP-3.
      *                       CODIGO_HASH
           10 HV-HASH-RSTJ         PIC X(16).
      *                       FECHA_VENCIMIENTO
           10 HV-FECHA-VENC-RSTJ   PIC X(26).
      *                       ESTADO
           10 HV-ESTADO-RSTJ       PIC X(1).
      *                       INTENTOS
           10 HV-INTENTOS-RSTJ     PIC S9(9) USAGE COMP.
      *                       ID_RET
           10 HV-ID-RET-RSTJ       PIC S9(9) USAGE COMP.
      *                       ID_AUT
           10 HV-ID-AUT-RSTJ       PIC S9(9) USAGE COMP.
      *                       ID_MOV
           10 HV-ID-MOV-RSTJ       PIC S9(9) USAGE COMP.
      *                       FECHA_ALTA
           10 HV-FECHA-ALTA-RSTJ   PIC X(26).
      *                       FECHA_USO
           10 HV-FECHA-USO-RSTJ    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
