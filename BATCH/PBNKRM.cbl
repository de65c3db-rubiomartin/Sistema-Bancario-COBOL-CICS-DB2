       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRM.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRM                                 **
      ** TITULO ...........: CARTERA MENSUAL POR GESTOR DE RELACION **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual (primer dia habil) sobre la cartera de   **
      **   cada gestor en IBMUSER.GESTORES_CLIENTE (ver             **
      **   DDL/GESTORES_CLIENTE.sql). Informa el mes anterior a     **
      **   la fecha de negocio, o el 'AAAA-MM' de SYSIN.            **
      ** - Una linea por gestor: clientes de su cartera, saldo      **
      **   total de sus cuentas y de sus plazos fijos abiertos,     **
      **   prestamos activos con dias de mora y el importe de       **
      **   cuotas vencidas impagas, quejas abiertas y alertas de    **
      **   atricion nuevas en el mes.                               **
      ** - Saldos, mora y quejas se toman a la fecha de corrida;    **
      **   las alertas, por FECHA_ALERTA dentro del mes. Los        **
      **   importes se suman sin convertir moneda.                  **
      ** - Al pie: totales del banco y clientes activos sin         **
      **   gestor asignado. Solo lectura; informe DD GESREP.        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-CARTERA ASSIGN TO GESREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-CARTERA
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLGCLI END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
           05 WS-MES-SYSIN          PIC X(7)  VALUE SPACES.
           05 WS-MES-DESDE          PIC X(10) VALUE SPACES.
           05 WS-CANT-GESTORES      PIC S9(9) COMP VALUE 0.
           05 WS-CANT-SIN-GESTOR    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.

      * Cartera del gestor en curso.
       01  WS-CARTERA.
           05 WS-CA-CLIENTES        PIC S9(9) COMP VALUE 0.
           05 WS-CA-SALDOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CA-PLAZOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CA-PREST-MORA      PIC S9(9) COMP VALUE 0.
           05 WS-CA-IMPORTE-MORA    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CA-QUEJAS          PIC S9(9) COMP VALUE 0.
           05 WS-CA-ALERTAS         PIC S9(9) COMP VALUE 0.

       01  WS-TOTALES.
           05 WS-TO-CLIENTES        PIC S9(9) COMP VALUE 0.
           05 WS-TO-SALDOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TO-PLAZOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TO-PREST-MORA      PIC S9(9) COMP VALUE 0.
           05 WS-TO-IMPORTE-MORA    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TO-QUEJAS          PIC S9(9) COMP VALUE 0.
           05 WS-TO-ALERTAS         PIC S9(9) COMP VALUE 0.

       01  WS-LINEA-TITULO.
           05 FILLER                PIC X(40) VALUE
              'CARTERA POR GESTOR DE RELACION - MES '.
           05 WS-LT-MES             PIC X(7).
           05 FILLER                PIC X(33) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(40) VALUE
              'GESTOR   CLIEN   SALDO CUENTAS    PLAZOS'.
           05 FILLER                PIC X(40) VALUE
              ' FIJOS MORA  IMPORTE MORA QUEJ ALER'.

       01  WS-LINEA-DETALLE.
           05 WS-LD-GESTOR          PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-CLIENTES        PIC ZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-SALDOS          PIC -(11)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-PLAZOS          PIC -(11)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-PREST-MORA      PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-IMPORTE-MORA    PIC -(9)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-QUEJAS          PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ALERTAS         PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO           PIC X(40).
           05 WS-LT-CANTIDAD        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(31) VALUE SPACES.

       01  WS-LINEA-BLANCO          PIC X(80) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKRM'.
           03  WC-TOTAL-BANCO       PIC X(8)  VALUE 'TOTAL'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-INFORMAR-CARTERAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRM - CARTERA POR GESTOR - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7030-RESOLVER-MES.
           DISPLAY 'PBNKRM - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           DISPLAY 'PBNKRM - MES INFORMADO   : ' WS-MES-DESDE(1:7).

      *================================================================*
      * 3000 - INFORME: UNA LINEA POR GESTOR Y TOTALES                 *
      *================================================================*
       3000-INFORMAR-CARTERAS.
           OPEN OUTPUT INFORME-CARTERA.
           MOVE WS-MES-DESDE(1:7) TO WS-LT-MES.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

           EXEC SQL DECLARE CUR-GESTORES-RM CURSOR FOR
               SELECT DISTINCT GESTOR_ID
               FROM IBMUSER.GESTORES_CLIENTE
               ORDER BY GESTOR_ID
           END-EXEC.
           EXEC SQL OPEN CUR-GESTORES-RM END-EXEC.
           PERFORM 7100-FETCH-GESTOR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-INFORMAR-GESTOR
               PERFORM 7100-FETCH-GESTOR
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKRM - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-GESTORES-RM END-EXEC.

           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE WC-TOTAL-BANCO     TO WS-LD-GESTOR.
           MOVE WS-TO-CLIENTES     TO WS-LD-CLIENTES.
           MOVE WS-TO-SALDOS       TO WS-LD-SALDOS.
           MOVE WS-TO-PLAZOS       TO WS-LD-PLAZOS.
           MOVE WS-TO-PREST-MORA   TO WS-LD-PREST-MORA.
           MOVE WS-TO-IMPORTE-MORA TO WS-LD-IMPORTE-MORA.
           MOVE WS-TO-QUEJAS       TO WS-LD-QUEJAS.
           MOVE WS-TO-ALERTAS      TO WS-LD-ALERTAS.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.

           PERFORM 7800-CONTAR-SIN-GESTOR.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'GESTORES CON CARTERA ..................:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-GESTORES TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'CLIENTES ACTIVOS SIN GESTOR ...........:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-SIN-GESTOR TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE INFORME-CARTERA.

       3100-INFORMAR-GESTOR.
           ADD 1 TO WS-CANT-GESTORES.
           INITIALIZE WS-CARTERA.
           PERFORM 7200-SUMAR-CARTERA.

           ADD WS-CA-CLIENTES     TO WS-TO-CLIENTES.
           ADD WS-CA-SALDOS       TO WS-TO-SALDOS.
           ADD WS-CA-PLAZOS       TO WS-TO-PLAZOS.
           ADD WS-CA-PREST-MORA   TO WS-TO-PREST-MORA.
           ADD WS-CA-IMPORTE-MORA TO WS-TO-IMPORTE-MORA.
           ADD WS-CA-QUEJAS       TO WS-TO-QUEJAS.
           ADD WS-CA-ALERTAS      TO WS-TO-ALERTAS.

           MOVE HV-GESTOR-GCL      TO WS-LD-GESTOR.
           MOVE WS-CA-CLIENTES     TO WS-LD-CLIENTES.
           MOVE WS-CA-SALDOS       TO WS-LD-SALDOS.
           MOVE WS-CA-PLAZOS       TO WS-LD-PLAZOS.
           MOVE WS-CA-PREST-MORA   TO WS-LD-PREST-MORA.
           MOVE WS-CA-IMPORTE-MORA TO WS-LD-IMPORTE-MORA.
           MOVE WS-CA-QUEJAS       TO WS-LD-QUEJAS.
           MOVE WS-CA-ALERTAS      TO WS-LD-ALERTAS.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Fecha de negocio vigente.
       7020-RESOLVER-FECHA.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Mes a informar: 'AAAA-MM' de SYSIN, sino el mes anterior a la
      * fecha de proceso.
       7030-RESOLVER-MES.
           ACCEPT WS-MES-SYSIN FROM SYSIN.
           IF WS-MES-SYSIN = SPACES OR WS-MES-SYSIN = LOW-VALUES
               EXEC SQL SELECT CHAR(DATE(:WS-FECHA-PROCESO)
                          - (DAY(DATE(:WS-FECHA-PROCESO)) - 1) DAYS
                          - 1 MONTH, ISO)
                   INTO :WS-MES-DESDE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE SPACES TO WS-MES-DESDE
               STRING WS-MES-SYSIN(1:7) '-01'
                   DELIMITED BY SIZE INTO WS-MES-DESDE
           END-IF.

       7100-FETCH-GESTOR.
           EXEC SQL FETCH CUR-GESTORES-RM
               INTO :HV-GESTOR-GCL
           END-EXEC.

      * Cada rubro sobre los clientes cuyo gestor es HV-GESTOR-GCL.
       7200-SUMAR-CARTERA.
           EXEC SQL SELECT COUNT(*) INTO :WS-CA-CLIENTES
               FROM IBMUSER.GESTORES_CLIENTE
               WHERE GESTOR_ID = :HV-GESTOR-GCL
           END-EXEC.
           EXEC SQL SELECT COALESCE(SUM(C.SALDO), 0)
               INTO :WS-CA-SALDOS
               FROM IBMUSER.CUENTAS C, IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND C.USUARIO = G.USUARIO
           END-EXEC.
           EXEC SQL SELECT COALESCE(SUM(P.MONTO), 0)
               INTO :WS-CA-PLAZOS
               FROM IBMUSER.PLAZOS_FIJOS P,
                    IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND P.USUARIO = G.USUARIO
                 AND P.ESTADO = 'A'
           END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CA-PREST-MORA
               FROM IBMUSER.PRESTAMOS L, IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND L.USUARIO = G.USUARIO
                 AND L.ESTADO = 'A'
                 AND L.DIAS_MORA > 0
           END-EXEC.
           EXEC SQL SELECT COALESCE(SUM(Q.MONTO_CUOTA), 0)
               INTO :WS-CA-IMPORTE-MORA
               FROM IBMUSER.PRESTAMO_CUOTAS Q,
                    IBMUSER.PRESTAMOS L,
                    IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND L.USUARIO = G.USUARIO
                 AND L.ESTADO = 'A'
                 AND Q.ID_PRESTAMO = L.ID_PRESTAMO
                 AND Q.ESTADO = 'P'
                 AND Q.FECHA_VENCIMIENTO < DATE(:WS-FECHA-PROCESO)
           END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CA-QUEJAS
               FROM IBMUSER.QUEJAS Q, IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND Q.USUARIO = G.USUARIO
                 AND Q.ESTADO IN ('P', 'E')
           END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CA-ALERTAS
               FROM IBMUSER.ALERTAS_ATRICION A,
                    IBMUSER.GESTORES_CLIENTE G
               WHERE G.GESTOR_ID = :HV-GESTOR-GCL
                 AND A.USUARIO = G.USUARIO
                 AND A.FECHA_ALERTA >= DATE(:WS-MES-DESDE)
                 AND A.FECHA_ALERTA < DATE(:WS-MES-DESDE) + 1 MONTH
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKRM - ERROR SQLCODE ' SQLCODE
                   ' GESTOR ' HV-GESTOR-GCL
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

       7800-CONTAR-SIN-GESTOR.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-SIN-GESTOR
               FROM IBMUSER.CLIENTES U
               WHERE U.ESTADO = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.GESTORES_CLIENTE G
                       WHERE G.USUARIO = U.USUARIO)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-GESTORES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CANT-GESTORES TO WS-CANT-EDIT.
           DISPLAY 'PBNKRM - GESTORES INFORMADOS  : ' WS-CANT-EDIT.
           MOVE WS-CANT-SIN-GESTOR TO WS-CANT-EDIT.
           DISPLAY 'PBNKRM - CLIENTES SIN GESTOR  : ' WS-CANT-EDIT.
           DISPLAY 'PBNKRM - CARTERA POR GESTOR - FIN'.

       COPY CPYEJBP.
