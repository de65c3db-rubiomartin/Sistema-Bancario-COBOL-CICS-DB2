             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DETECCION                TIMESTAMP NOT NULL,
             RESUELTO_POR                   CHAR(8),
             FECHA_RESOLUCION               TIMESTAMP,
             RESERVA                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CASOS_AML                  *
           10 HV-RESUELTO-AML      PIC X(8).
      *                       FECHA_RESOLUCION
           10 HV-FECHA-RES-AML     PIC X(26).
      *                       RESERVA
           10 HV-RESERVA-AML       PIC X(1).
      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CASOS_AML_NOTAS)                          *
      ******************************************************************
      *                       NOTA
           10 HV-NOTA              PIC X(60).
      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CASOS_AML_MOVIMIENTOS)                    *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CASOS_AML_MOVIMIENTOS TABLE
           ( ID_CASO                        INTEGER NOT NULL,
             ID_MOV                         INTEGER NOT NULL
           ) END-EXEC.
       01  DCLCASOS-AML-MOVIMIENTOS.
      *                       ID_CASO
           10 HV-ID-CASO-AMOV      PIC S9(9) USAGE COMP.
      *                       ID_MOV
           10 HV-ID-MOV-AMOV       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED IS 10 + 5 + 2                  *
      ******************************************************************
