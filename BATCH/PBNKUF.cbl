       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKUF.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKUF                                 **
      ** TITULO ...........: ENVIO DE ROS A LA UIF                  **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Diario: arma el archivo de intercambio ROSUIF (DD        **
      **   ROSUIF, HDR/TRL y secuencia del libro de control,        **
      **   CPYARCP) con cada ROS pendiente ('P') de IBMUSER.        **
      **   REPORTES_ROS que abrio PBNKAC (PF10). Por reporte:       **
      **     'RP' numero, caso, cliente, patron, deteccion, plazo   **
      **          y analista;                                       **
      **     'CL' nombre y calificacion de IBMUSER.RIESGO_CLIENTE   **
      **          (nivel, puntaje y sus componentes);               **
      **     'MV' un registro por movimiento senalado (IBMUSER.     **
      **          CASOS_AML_MOVIMIENTOS; caso anterior a la tabla:  **
      **          los del dia de deteccion y el anterior);          **
      **     'NT' la narrativa, una linea por nota de IBMUSER.      **
      **          CASOS_AML_NOTAS.                                  **
      ** - Cada ROS enviado pasa a 'E' con la secuencia del         **
      **   archivo, en la misma unidad de trabajo que el registro   **
      **   del corte (9780). Sin pendientes no se corta archivo.    **
      ** - El total del TRL es la suma de los montos 'MV'.          **
      ** - Control de plazos (DD ROSREP): todo ROS sin acuse ('P'   **
      **   o 'E') con plazo dentro de AVISO_ROS_DIAS dias o ya      **
      **   vencido; un vencido deja RC 4.                           **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ROS ASSIGN TO ROSUIF
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE-PLAZOS ASSIGN TO ROSREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ROS
           RECORDING MODE IS F.
       01  REG-ROS                      PIC X(80).

       FD  REPORTE-PLAZOS
           RECORDING MODE IS F.
       01  REG-PLAZO                    PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLROS END-EXEC.
           EXEC SQL INCLUDE DCLAML END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLRIES END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CANT-PENDIENTES     PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-REPORTES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-MOVS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-AVISOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-VENCIDOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 WS-DIAS-RESTANTES      PIC S9(5) COMP-3 VALUE 0.
           05 WS-FECHA-DET           PIC X(10) VALUE SPACES.
           05 WS-FECHA-MOV           PIC X(10) VALUE SPACES.
      * Valor de fabrica; 7050 lo reemplaza por AVISO_ROS_DIAS.
           05 WS-DIAS-AVISO          PIC S9(4) COMP VALUE 5.

      * Registro de detalle del ROSUIF; una vista por tipo.
       01  WS-REG-DETALLE.
           05 WS-RD-TIPO             PIC X(2).
           05 WS-RD-NRO              PIC X(16).
           05 WS-RD-DATOS            PIC X(62).
       01  WS-REG-RP REDEFINES WS-REG-DETALLE.
           05 FILLER                 PIC X(18).
           05 WS-RP-ID-CASO          PIC 9(9).
           05 WS-RP-USUARIO          PIC X(8).
           05 WS-RP-PATRON           PIC X(1).
           05 WS-RP-FECHA-DET        PIC X(10).
           05 WS-RP-FECHA-LIM        PIC X(10).
           05 WS-RP-ANALISTA         PIC X(8).
           05 FILLER                 PIC X(16).
       01  WS-REG-CL REDEFINES WS-REG-DETALLE.
           05 FILLER                 PIC X(18).
           05 WS-CL-NOMBRE           PIC X(20).
           05 WS-CL-NIVEL            PIC X(1).
           05 WS-CL-PUNTAJE          PIC 9(5).
           05 WS-CL-PTS-EFEC         PIC 9(5).
           05 WS-CL-PTS-TRANSF       PIC 9(5).
           05 WS-CL-PTS-CASOS        PIC 9(5).
           05 FILLER                 PIC X(21).
       01  WS-REG-MV REDEFINES WS-REG-DETALLE.
           05 FILLER                 PIC X(18).
           05 WS-MV-ID-MOV           PIC 9(9).
           05 WS-MV-TIPO-OPER        PIC X(1).
           05 WS-MV-MONTO            PIC 9(10)V99.
           05 WS-MV-FECHA            PIC X(10).
           05 WS-MV-USUARIO-REL      PIC X(8).
           05 WS-MV-CUENTA           PIC X(10).
           05 FILLER                 PIC X(12).
       01  WS-REG-NT REDEFINES WS-REG-DETALLE.
           05 FILLER                 PIC X(18).
           05 WS-NT-NOTA             PIC X(60).
           05 FILLER                 PIC X(2).

       01  WS-LINEA-PLAZO.
           05 WS-LP-NRO              PIC X(16).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-USUARIO          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-ESTADO           PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-FECHA-LIM        PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-TXT              PIC X(11) VALUE 'DIAS RESTO:'.
           05 WS-LP-DIAS             PIC -ZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-MARCA            PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKUF'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-EMITIR-REPORTES.
           PERFORM 3000-CONTROLAR-PLAZOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKUF - ENVIO DE ROS A LA UIF - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN OUTPUT ARCHIVO-ROS.
           OPEN OUTPUT REPORTE-PLAZOS.
           MOVE SPACES TO REG-PLAZO.
           STRING 'NRO REPORTE       USUARIO   E  PLAZO'
               DELIMITED BY SIZE INTO REG-PLAZO.
           WRITE REG-PLAZO.

      *================================================================*
      * 2000 - ROS PENDIENTES (DD ROSUIF)                              *
      *================================================================*
       2000-EMITIR-REPORTES.
           PERFORM 7080-CONTAR-PENDIENTES.
           IF WS-CANT-PENDIENTES = 0
               DISPLAY 'PBNKUF - SIN ROS PENDIENTES DE ENVIO'
           ELSE
      * Cabecera de intercambio con secuencia del libro de control.
               MOVE 'ROSUIF' TO WS-ARC-INTERFAZ
               PERFORM 9775-ASIGNAR-SECUENCIA-SAL
               MOVE SPACES TO WS-ARC-REGISTRO
               MOVE 'HDR' TO WS-ARC-HDR-MARCA
               MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ
               MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA
               WRITE REG-ROS FROM WS-ARC-REGISTRO
               MOVE 0 TO WS-ARC-CANT-LEIDOS
               MOVE 0 TO WS-ARC-TOTAL-LEIDO
               PERFORM 7100-ABRIR-CURSOR-REPORTES
               PERFORM 7150-FETCH-REPORTE
               PERFORM UNTIL SQLCODE NOT = 0
                   ADD 1 TO WS-CONTADOR-REPORTES
                   PERFORM 2100-EMITIR-REPORTE
                   PERFORM 7150-FETCH-REPORTE
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKUF - ERROR EN REPORTES, SQLCODE: '
                       SQLCODE
                   ADD 1 TO WS-CONTADOR-ERRORES
               END-IF
               EXEC SQL CLOSE CUR-REPORTES END-EXEC
      * Pie de intercambio; 9780 registra el corte y confirma junto
      * con el pase de los ROS a 'E'.
               MOVE SPACES TO WS-ARC-REGISTRO
               MOVE 'TRL' TO WS-ARC-TRL-MARCA
               MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD
               MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL
               WRITE REG-ROS FROM WS-ARC-REGISTRO
               IF WS-CONTADOR-ERRORES = 0
                   PERFORM 9780-REGISTRAR-SALIDA-ARC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

       2100-EMITIR-REPORTE.
           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'RP'              TO WS-RD-TIPO.
           MOVE HV-NRO-ROS        TO WS-RD-NRO.
           MOVE HV-ID-CASO-ROS    TO WS-RP-ID-CASO.
           MOVE HV-USUARIO-ROS    TO WS-RP-USUARIO.
           MOVE HV-PATRON-AML     TO WS-RP-PATRON.
           MOVE WS-FECHA-DET      TO WS-RP-FECHA-DET.
           MOVE HV-FECHA-LIM-ROS  TO WS-RP-FECHA-LIM.
           MOVE HV-ANALISTA-ROS   TO WS-RP-ANALISTA.
           PERFORM 2900-ESCRIBIR-DETALLE.
           PERFORM 2200-ESCRIBIR-CLIENTE.
           PERFORM 7300-ABRIR-CURSOR-MOVS.
           PERFORM 7350-FETCH-MOV.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2300-ESCRIBIR-MOVIMIENTO
               PERFORM 7350-FETCH-MOV
           END-PERFORM.
           EXEC SQL CLOSE CUR-MOVS-ROS END-EXEC.
           PERFORM 7400-ABRIR-CURSOR-NOTAS.
           PERFORM 7450-FETCH-NOTA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2400-ESCRIBIR-NOTA
               PERFORM 7450-FETCH-NOTA
           END-PERFORM.
           EXEC SQL CLOSE CUR-NOTAS-ROS END-EXEC.
           PERFORM 7500-MARCAR-ENVIADO.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKUF - ERROR AL MARCAR ' HV-NRO-ROS
                   ' SQLCODE ' SQLCODE
               ADD 1 TO WS-CONTADOR-ERRORES
           END-IF.

      * Sin fila de riesgo el cliente sale con nivel en blanco.
       2200-ESCRIBIR-CLIENTE.
           PERFORM 7200-LEER-CLIENTE-RIESGO.
           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'CL'              TO WS-RD-TIPO.
           MOVE HV-NRO-ROS        TO WS-RD-NRO.
           MOVE HV-NOMBRE         TO WS-CL-NOMBRE.
           MOVE HV-NIVEL-RIES     TO WS-CL-NIVEL.
           MOVE HV-PUNTAJE-RIES   TO WS-CL-PUNTAJE.
           MOVE HV-PTS-EFEC-RIES  TO WS-CL-PTS-EFEC.
           MOVE HV-PTS-TRANSF-RIES TO WS-CL-PTS-TRANSF.
           MOVE HV-PTS-CASOS-RIES TO WS-CL-PTS-CASOS.
           PERFORM 2900-ESCRIBIR-DETALLE.

       2300-ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'MV'              TO WS-RD-TIPO.
           MOVE HV-NRO-ROS        TO WS-RD-NRO.
           MOVE HV-ID-MOV         TO WS-MV-ID-MOV.
           MOVE HV-TIPO-OPER      TO WS-MV-TIPO-OPER.
           MOVE HV-MONTO          TO WS-MV-MONTO.
           MOVE WS-FECHA-MOV      TO WS-MV-FECHA.
           MOVE HV-USUARIO-REL    TO WS-MV-USUARIO-REL.
           MOVE HV-CUENTA-NUM     TO WS-MV-CUENTA.
           PERFORM 2900-ESCRIBIR-DETALLE.
           ADD WS-MV-MONTO TO WS-ARC-TOTAL-LEIDO.
           ADD 1 TO WS-CONTADOR-MOVS.

       2400-ESCRIBIR-NOTA.
           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'NT'              TO WS-RD-TIPO.
           MOVE HV-NRO-ROS        TO WS-RD-NRO.
           MOVE HV-NOTA           TO WS-NT-NOTA.
           PERFORM 2900-ESCRIBIR-DETALLE.

       2900-ESCRIBIR-DETALLE.
           WRITE REG-ROS FROM WS-REG-DETALLE.
           ADD 1 TO WS-ARC-CANT-LEIDOS.

      *================================================================*
      * 3000 - CONTROL DE PLAZOS (DD ROSREP)                           *
      *================================================================*
       3000-CONTROLAR-PLAZOS.
           EXEC SQL DECLARE CUR-PLAZOS CURSOR FOR
               SELECT NRO_REPORTE, USUARIO, ESTADO,
                      CHAR(FECHA_LIMITE, ISO),
                      DAYS(FECHA_LIMITE) - DAYS(CURRENT DATE)
               FROM IBMUSER.REPORTES_ROS
               WHERE ESTADO IN ('P', 'E')
                 AND FECHA_LIMITE <= CURRENT DATE
                     + :WS-DIAS-AVISO DAYS
               ORDER BY FECHA_LIMITE, NRO_REPORTE
           END-EXEC.
           EXEC SQL OPEN CUR-PLAZOS END-EXEC.
           PERFORM 7600-FETCH-PLAZO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-LISTAR-PLAZO
               PERFORM 7600-FETCH-PLAZO
           END-PERFORM.
           EXEC SQL CLOSE CUR-PLAZOS END-EXEC.

       3100-LISTAR-PLAZO.
           ADD 1 TO WS-CONTADOR-AVISOS.
           MOVE HV-NRO-ROS        TO WS-LP-NRO.
           MOVE HV-USUARIO-ROS    TO WS-LP-USUARIO.
           MOVE HV-ESTADO-ROS     TO WS-LP-ESTADO.
           MOVE HV-FECHA-LIM-ROS  TO WS-LP-FECHA-LIM.
           MOVE WS-DIAS-RESTANTES TO WS-LP-DIAS.
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-CONTADOR-VENCIDOS
               MOVE 'VENCIDO' TO WS-LP-MARCA
           ELSE
               MOVE SPACES TO WS-LP-MARCA
           END-IF.
           WRITE REG-PLAZO FROM WS-LINEA-PLAZO.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'AVISO_ROS_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-AVISO
           END-IF.

       7080-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PENDIENTES
               FROM IBMUSER.REPORTES_ROS
               WHERE ESTADO = 'P'
           END-EXEC.

       7100-ABRIR-CURSOR-REPORTES.
           EXEC SQL DECLARE CUR-REPORTES CURSOR FOR
               SELECT R.ID_REPORTE, R.NRO_REPORTE, R.ID_CASO,
                      R.USUARIO, R.ANALISTA,
                      CHAR(R.FECHA_LIMITE, ISO),
                      C.TIPO_PATRON,
                      CHAR(DATE(C.FECHA_DETECCION), ISO)
               FROM IBMUSER.REPORTES_ROS R,
                    IBMUSER.CASOS_AML C
               WHERE R.ESTADO = 'P'
                 AND C.ID_CASO = R.ID_CASO
               ORDER BY R.ID_REPORTE
           END-EXEC.
           EXEC SQL OPEN CUR-REPORTES END-EXEC.

       7150-FETCH-REPORTE.
           EXEC SQL FETCH CUR-REPORTES
               INTO :HV-ID-ROS, :HV-NRO-ROS, :HV-ID-CASO-ROS,
                    :HV-USUARIO-ROS, :HV-ANALISTA-ROS,
                    :HV-FECHA-LIM-ROS, :HV-PATRON-AML,
                    :WS-FECHA-DET
           END-EXEC.

       7200-LEER-CLIENTE-RIESGO.
           MOVE HV-USUARIO-ROS TO HV-USUARIO.
           MOVE SPACES TO HV-NOMBRE.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           MOVE HV-USUARIO-ROS TO HV-USUARIO-RIES.
           EXEC SQL SELECT NIVEL, PUNTAJE, PUNTOS_EFECTIVO,
                      PUNTOS_TRANSF, PUNTOS_CASOS
               INTO :HV-NIVEL-RIES, :HV-PUNTAJE-RIES,
                    :HV-PTS-EFEC-RIES, :HV-PTS-TRANSF-RIES,
                    :HV-PTS-CASOS-RIES
               FROM IBMUSER.RIESGO_CLIENTE
               WHERE USUARIO = :HV-USUARIO-RIES
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACE TO HV-NIVEL-RIES
               MOVE 0 TO HV-PUNTAJE-RIES HV-PTS-EFEC-RIES
               MOVE 0 TO HV-PTS-TRANSF-RIES HV-PTS-CASOS-RIES
           END-IF.

      * Movimientos senalados del caso; un caso abierto antes de
      * CASOS_AML_MOVIMIENTOS no tiene filas y se toma la ventana
      * mas amplia de PBNKAM (dia de deteccion y el anterior).
       7300-ABRIR-CURSOR-MOVS.
           MOVE HV-ID-CASO-ROS TO HV-ID-CASO-AMOV.
           EXEC SQL DECLARE CUR-MOVS-ROS CURSOR FOR
               SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                      CHAR(DATE(M.FECHA), ISO),
                      M.USUARIO_REL, M.CUENTA_NUM
               FROM IBMUSER.MOVIMIENTOS M
               WHERE M.ID_MOV IN
                     (SELECT V.ID_MOV
                      FROM IBMUSER.CASOS_AML_MOVIMIENTOS V
                      WHERE V.ID_CASO = :HV-ID-CASO-AMOV)
                  OR (M.USUARIO = :HV-USUARIO-ROS
                      AND DATE(M.FECHA)
                          BETWEEN DATE(:WS-FECHA-DET) - 1 DAY
                              AND DATE(:WS-FECHA-DET)
                      AND NOT EXISTS
                          (SELECT 1
                           FROM IBMUSER.CASOS_AML_MOVIMIENTOS W
                           WHERE W.ID_CASO = :HV-ID-CASO-AMOV))
               ORDER BY M.ID_MOV
           END-EXEC.
           EXEC SQL OPEN CUR-MOVS-ROS END-EXEC.

       7350-FETCH-MOV.
           EXEC SQL FETCH CUR-MOVS-ROS
               INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                    :WS-FECHA-MOV, :HV-USUARIO-REL, :HV-CUENTA-NUM
           END-EXEC.

       7400-ABRIR-CURSOR-NOTAS.
           MOVE HV-ID-CASO-ROS TO HV-ID-CASO-NOTA.
           EXEC SQL DECLARE CUR-NOTAS-ROS CURSOR FOR
               SELECT NOTA
               FROM IBMUSER.CASOS_AML_NOTAS
               WHERE ID_CASO = :HV-ID-CASO-NOTA
               ORDER BY SECUENCIA
           END-EXEC.
           EXEC SQL OPEN CUR-NOTAS-ROS END-EXEC.

       7450-FETCH-NOTA.
           EXEC SQL FETCH CUR-NOTAS-ROS INTO :HV-NOTA END-EXEC.

       7500-MARCAR-ENVIADO.
           MOVE WS-ARC-SECUENCIA TO HV-SECUENCIA-ROS.
           EXEC SQL UPDATE IBMUSER.REPORTES_ROS
               SET ESTADO = 'E',
                   NRO_SECUENCIA = :HV-SECUENCIA-ROS,
                   FECHA_ENVIO = CURRENT DATE
               WHERE ID_REPORTE = :HV-ID-ROS
                 AND ESTADO = 'P'
           END-EXEC.

       7600-FETCH-PLAZO.
           EXEC SQL FETCH CUR-PLAZOS
               INTO :HV-NRO-ROS, :HV-USUARIO-ROS, :HV-ESTADO-ROS,
                    :HV-FECHA-LIM-ROS, :WS-DIAS-RESTANTES
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE ARCHIVO-ROS.
           CLOSE REPORTE-PLAZOS.
           IF WS-CONTADOR-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-REPORTES TO WS-EJEC-PROC.
           MOVE WS-CONTADOR-VENCIDOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKUF - ROS ENVIADOS        : '
               WS-CONTADOR-REPORTES.
           DISPLAY 'PBNKUF - MOVIMIENTOS         : '
               WS-CONTADOR-MOVS.
           DISPLAY 'PBNKUF - ROS EN AVISO        : '
               WS-CONTADOR-AVISOS.
           DISPLAY 'PBNKUF - ROS VENCIDOS        : '
               WS-CONTADOR-VENCIDOS.
           DISPLAY 'PBNKUF - ERRORES             : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKUF - ENVIO DE ROS A LA UIF - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
