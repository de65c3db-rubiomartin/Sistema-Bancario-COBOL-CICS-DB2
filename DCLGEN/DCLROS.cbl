      ******************************************************************
      * DCLGEN TABLE(IBMUSER.REPORTES_ROS)                             *
      *        LIBRARY(BANKPRJ.LIB.DCLGEN(DCLROS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-)                                              *
      *        STRUCTURE(DCLREPORTES-ROS)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.REPORTES_ROS TABLE
           ( ID_REPORTE                     INTEGER NOT NULL,
             NRO_REPORTE                    CHAR(16) NOT NULL,
             ID_CASO                        INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             ANALISTA                       CHAR(8) NOT NULL,
             FECHA_DECISION                 TIMESTAMP NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NRO_SECUENCIA                  INTEGER NOT NULL,
             FECHA_ENVIO                    DATE,
             NRO_ACUSE                      CHAR(20) NOT NULL,
             FECHA_ACUSE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.REPORTES_ROS               *
      ******************************************************************
       01  DCLREPORTES-ROS.
      *                       ID_REPORTE
           10 HV-ID-ROS            PIC S9(9) USAGE COMP.
      *                       NRO_REPORTE
           10 HV-NRO-ROS           PIC X(16).
      *                       ID_CASO
           10 HV-ID-CASO-ROS       PIC S9(9) USAGE COMP.
      *                       USUARIO
           10 HV-USUARIO-ROS       PIC X(8).
      *                       ANALISTA
           10 HV-ANALISTA-ROS      PIC X(8).
      *                       FECHA_DECISION
           10 HV-FECHA-DEC-ROS     PIC X(26).
      *                       FECHA_LIMITE
           10 HV-FECHA-LIM-ROS     PIC X(10).
      *                       ESTADO
           10 HV-ESTADO-ROS        PIC X(1).
      *                       NRO_SECUENCIA
           10 HV-SECUENCIA-ROS     PIC S9(9) USAGE COMP.
      *                       FECHA_ENVIO
           10 HV-FECHA-ENV-ROS     PIC X(10).
      *                       NRO_ACUSE
           10 HV-ACUSE-ROS         PIC X(20).
      *                       FECHA_ACUSE
           10 HV-FECHA-ACU-ROS     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
