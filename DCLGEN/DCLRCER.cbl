      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RECERTIFICACION)                          *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLRCER))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLRECERTIFICACION)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RECERTIFICACION TABLE
           ( ID_CAMPANIA                    INTEGER NOT NULL,
             TIPO_ID                        CHAR(1) NOT NULL,
             ID_PERSONAL                    CHAR(8) NOT NULL,
             ROL                            CHAR(1) NOT NULL,
             NOMBRE                         CHAR(20) NOT NULL,
             SUCURSAL_ID                    CHAR(4) NOT NULL,
             ULTIMO_ACCESO                  TIMESTAMP,
             SIN_USO                        CHAR(1) NOT NULL,
             REVISOR                        CHAR(8) NOT NULL,
             DECISION                       CHAR(1) NOT NULL,
             REVISADO_POR                   CHAR(8),
             FECHA_DECISION                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RECERTIFICACION            *
      ******************************************************************
       01  DCLRECERTIFICACION.
      *                       ID_CAMPANIA
           10 HV-ID-CAMP-RCE       PIC S9(9) USAGE COMP.
      *                       TIPO_ID
           10 HV-TIPO-ID-RCE       PIC X(1).
      *                       ID_PERSONAL
           10 HV-PERSONAL-RCE      PIC X(8).
      *                       ROL
           10 HV-ROL-RCE           PIC X(1).
      *                       NOMBRE
           10 HV-NOMBRE-RCE        PIC X(20).
      *                       SUCURSAL_ID
           10 HV-SUCURSAL-RCE      PIC X(4).
      *                       ULTIMO_ACCESO
           10 HV-ULT-ACC-RCE       PIC X(26).
      *                       SIN_USO
           10 HV-SIN-USO-RCE       PIC X(1).
      *                       REVISOR
           10 HV-REVISOR-RCE       PIC X(8).
      *                       DECISION
           10 HV-DECISION-RCE      PIC X(1).
      *                       REVISADO_POR
           10 HV-REVISADO-RCE      PIC X(8).
      *                       FECHA_DECISION
           10 HV-FECHA-DEC-RCE     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
