       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKHV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKHV                                 **
      ** TITULO ...........: VERIFICACION DE CADENA DE MOVIMIENTOS  **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Recalcula la cadena de hash de IBMUSER.MOVIMIENTOS       **
      **   (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl) por USUARIO/      **
      **   CUENTA_NUM en orden de ID_MOV. SYSIN col 1 = modo:       **
      **   'D' (diario, por omision): los movimientos de la fecha   **
      **   de negocio (o la 'AAAA-MM-DD' de col 3-12), cada cadena  **
      **   empalmada con su eslabon anterior ya grabado;            **
      **   'T' (semanal): toda la historia, MOVIMIENTOS mas lo      **
      **   archivado en MOVIMIENTOS_HIST por BATCH/PBNKW.cbl.       **
      ** - Cada fila debe dar su HASH_MOV (contenido) y su HASH_ANT **
      **   debe ser el HASH_MOV del anterior de la cuenta           **
      **   (eslabon). En el modo 'T' las filas anteriores a la      **
      **   cadena (sin HASH_MOV) solo se aceptan antes del primer   **
      **   eslabon de la cuenta; en el 'D' no hay ninguna valida.   **
      ** - La primera fila rota de cada cadena va a Seguridad:      **
      **   IBMUSER.EVENTOS_SEGURIDAD tipo 'K' severidad 'A' con el  **
      **   ID_MOV (sin repetir el evento al relanzar) y al reporte  **
      **   DD CADREP. El resto de esa cadena no se sigue evaluando. **
      ** - RC 4 si hubo cadenas rotas; 8 ante un error de DB2.      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-CADENA ASSIGN TO CADREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-CADENA
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLSEGU END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-SYSIN.
           05 WS-SY-MODO            PIC X(1).
           05 FILLER                PIC X(1).
           05 WS-SY-FECHA           PIC X(10).
           05 FILLER                PIC X(68).

       01  WS-VARIABLES-TRABAJO.
           05 WS-MODO               PIC X(1)  VALUE 'D'.
              88 MODO-DIARIO                  VALUE 'D'.
              88 MODO-TOTAL                   VALUE 'T'.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
      * Fila en curso: lo grabado en la fila (la imagen a recalcular
      * se arma en WS-CHN-*).
           05 WS-ANT-LEIDO          PIC X(16) VALUE SPACES.
           05 WS-MOV-LEIDO          PIC X(16) VALUE SPACES.
      * Cadena en curso.
           05 WS-CLAVE-ACTUAL.
              10 WS-CA-USUARIO      PIC X(8)  VALUE SPACES.
              10 WS-CA-CUENTA       PIC X(10) VALUE SPACES.
           05 WS-ESPERADO           PIC X(16) VALUE SPACES.
           05 WS-MOTIVO             PIC X(9)  VALUE SPACES.
           05 WS-CANT-EVENTOS       PIC S9(9) COMP VALUE 0.
           05 WS-CONT-CADENAS       PIC S9(9) COMP VALUE 0.
           05 WS-CONT-MOVS          PIC S9(9) COMP VALUE 0.
           05 WS-CONT-PREVIOS       PIC S9(9) COMP VALUE 0.
           05 WS-CONT-ROTAS         PIC S9(9) COMP VALUE 0.
           05 WS-ID-EDIT            PIC 9(9).

       01  SW-SWITCHES.
           05 SW-PRIMERA            PIC X(1)  VALUE 'S'.
              88 PRIMERA-FILA                 VALUE 'S'.
           05 SW-INICIADA           PIC X(1)  VALUE 'N'.
              88 CADENA-INICIADA              VALUE 'S'.
           05 SW-ROTA               PIC X(1)  VALUE 'N'.
              88 CADENA-ROTA                  VALUE 'S'.

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(40) VALUE
              'VERIFICACION DE CADENA DE MOVIMIENTOS - '.
           05 WS-LT-ALCANCE          PIC X(10).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                 PIC X(40) VALUE
              'USUARIO  CUENTA     PRIMER ID_MOV MOTIVO'.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 WS-LD-USUARIO          PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-CUENTA           PIC X(10).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 WS-LD-ID-MOV           PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-MOTIVO           PIC X(9).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LN-TEXTO            PIC X(40).
           05 WS-LN-CANTIDAD         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  WS-LINEA-BLANCO           PIC X(80) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKHV'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-VERIFICAR-CADENAS.
           PERFORM 3000-TOTALES-INFORME.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKHV - VERIFICACION DE CADENA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           MOVE SPACES TO WS-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN.
           IF WS-SY-MODO = 'T'
               MOVE 'T' TO WS-MODO
           ELSE
               MOVE 'D' TO WS-MODO
           END-IF.
           PERFORM 7020-RESOLVER-FECHA.
           OPEN OUTPUT INFORME-CADENA.
           IF MODO-TOTAL
               MOVE 'TOTAL' TO WS-LT-ALCANCE
               DISPLAY 'PBNKHV - MODO TOTAL (VIVOS Y ARCHIVADOS)'
           ELSE
               MOVE WS-FECHA-PROCESO TO WS-LT-ALCANCE
               DISPLAY 'PBNKHV - MODO DIARIO, FECHA: '
                   WS-FECHA-PROCESO
           END-IF.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

      *================================================================*
      * 2000 - RECORRIDO POR CUENTA EN ORDEN DE ID_MOV                 *
      *================================================================*
       2000-VERIFICAR-CADENAS.
           IF MODO-TOTAL
               PERFORM 7300-ABRIR-CURSOR-TOTAL
           ELSE
               PERFORM 7200-ABRIR-CURSOR-DIARIO
           END-IF.
           PERFORM 2050-LEER-MOVIMIENTO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-VERIFICAR-MOVIMIENTO
               PERFORM 2050-LEER-MOVIMIENTO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKHV - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MODO-TOTAL
               EXEC SQL CLOSE CUR-CADENA-TOT END-EXEC
           ELSE
               EXEC SQL CLOSE CUR-CADENA-DIA END-EXEC
           END-IF.
           IF RETURN-CODE < 8
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       2050-LEER-MOVIMIENTO.
           IF MODO-TOTAL
               PERFORM 7310-FETCH-TOTAL
           ELSE
               PERFORM 7210-FETCH-DIARIO
           END-IF.

       2100-VERIFICAR-MOVIMIENTO.
           ADD 1 TO WS-CONT-MOVS.
           IF PRIMERA-FILA
                   OR WS-CHN-USUARIO NOT = WS-CA-USUARIO
                   OR WS-CHN-CUENTA NOT = WS-CA-CUENTA
               PERFORM 2200-NUEVA-CADENA
           END-IF.
           IF CADENA-ROTA
               CONTINUE
           ELSE
               IF WS-MOV-LEIDO = SPACES
                   IF CADENA-INICIADA
                       MOVE 'SIN HASH' TO WS-MOTIVO
                       PERFORM 2300-INFORMAR-ROTURA
                   ELSE
                       ADD 1 TO WS-CONT-PREVIOS
                   END-IF
               ELSE
                   PERFORM 2150-RECALCULAR-FILA
               END-IF
           END-IF.
      * El FETCH que sigue no debe ver el SQLCODE de 2200/2300.
           MOVE 0 TO SQLCODE.

       2150-RECALCULAR-FILA.
           MOVE 'S' TO SW-INICIADA.
           MOVE WS-ANT-LEIDO TO WS-CHN-HASH-ANT.
           PERFORM 9585-CALCULAR-HASH-MOV.
           IF WS-CHN-HASH-MOV NOT = WS-MOV-LEIDO
               MOVE 'CONTENIDO' TO WS-MOTIVO
               PERFORM 2300-INFORMAR-ROTURA
           ELSE
               IF WS-ANT-LEIDO NOT = WS-ESPERADO
                   MOVE 'ESLABON' TO WS-MOTIVO
                   PERFORM 2300-INFORMAR-ROTURA
               END-IF
           END-IF.
           MOVE WS-MOV-LEIDO TO WS-ESPERADO.

      * Modo 'T': la cadena arranca en ceros con la primera fila
      * encadenada. Modo 'D': arranca en el eslabon anterior al primer
      * movimiento del dia (el mismo que busco 9580 al grabarlo), y
      * una fila del dia sin HASH_MOV ya es rotura.
       2200-NUEVA-CADENA.
           MOVE 'N' TO SW-PRIMERA.
           MOVE 'N' TO SW-ROTA.
           ADD 1 TO WS-CONT-CADENAS.
           MOVE WS-CHN-USUARIO TO WS-CA-USUARIO.
           MOVE WS-CHN-CUENTA  TO WS-CA-CUENTA.
           IF MODO-TOTAL
               MOVE WS-CHN-CEROS TO WS-ESPERADO
               MOVE 'N' TO SW-INICIADA
           ELSE
               PERFORM 9582-LEER-ESLABON-ANTERIOR
               IF SQLCODE NOT = 0
                   DISPLAY 'PBNKHV - ERROR ESLABON ANTERIOR '
                       WS-CHN-USUARIO ' SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-CHN-HASH-ANT TO WS-ESPERADO
               MOVE 'S' TO SW-INICIADA
           END-IF.

       2300-INFORMAR-ROTURA.
           MOVE 'S' TO SW-ROTA.
           ADD 1 TO WS-CONT-ROTAS.
           MOVE WS-CHN-USUARIO TO WS-LD-USUARIO.
           MOVE WS-CHN-CUENTA  TO WS-LD-CUENTA.
           MOVE WS-CHN-ID-MOV  TO WS-LD-ID-MOV.
           MOVE WS-MOTIVO      TO WS-LD-MOTIVO.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.
           MOVE WS-CHN-ID-MOV TO WS-ID-EDIT.
           MOVE SPACES TO HV-DETALLE-SEGU.
           STRING 'HASH ROTO MOV ' DELIMITED BY SIZE
               WS-ID-EDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO HV-DETALLE-SEGU.
           MOVE 'K'            TO HV-TIPO-SEGU.
           MOVE 'A'            TO HV-SEVERIDAD-SEGU.
           MOVE WS-CHN-USUARIO TO HV-USUARIO-SEGU.
           PERFORM 7400-REGISTRAR-EVENTO.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKHV - ERROR GRABANDO EVENTO MOV '
                   WS-ID-EDIT ' SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 3000 - TOTALES                                                 *
      *================================================================*
       3000-TOTALES-INFORME.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'CADENAS (USUARIO/CUENTA) VERIFICADAS ..:'
               TO WS-LN-TEXTO.
           MOVE WS-CONT-CADENAS TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'MOVIMIENTOS LEIDOS ....................:'
               TO WS-LN-TEXTO.
           MOVE WS-CONT-MOVS TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'MOVIMIENTOS ANTERIORES A LA CADENA ....:'
               TO WS-LN-TEXTO.
           MOVE WS-CONT-PREVIOS TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'CADENAS ROTAS (INFORMADAS A SEGURIDAD) :'
               TO WS-LN-TEXTO.
           MOVE WS-CONT-ROTAS TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE INFORME-CADENA.
           IF WS-CONT-ROTAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Fecha de negocio vigente, o la de SYSIN ('AAAA-MM-DD').
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
           IF WS-SY-FECHA NOT = SPACES AND
              WS-SY-FECHA NOT = LOW-VALUES
               MOVE WS-SY-FECHA TO WS-FECHA-PROCESO
           END-IF.

      * Misma forma de la fila que lee 9580 al encadenarla (FECHA
      * como CHAR), para que el digest se recalcule igual.
       7200-ABRIR-CURSOR-DIARIO.
           EXEC SQL DECLARE CUR-CADENA-DIA CURSOR FOR
               SELECT ID_MOV, USUARIO, CUENTA_NUM, TIPO_OPER, MONTO,
                      SALDO_RESULTANTE, CHAR(FECHA), USUARIO_REL,
                      ID_MOV_ORIGEN, HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE DATE(FECHA) = DATE(:WS-FECHA-PROCESO)
               ORDER BY USUARIO, CUENTA_NUM, ID_MOV
           END-EXEC.
           EXEC SQL OPEN CUR-CADENA-DIA END-EXEC.

       7210-FETCH-DIARIO.
           EXEC SQL FETCH CUR-CADENA-DIA
               INTO :WS-CHN-ID-MOV, :WS-CHN-USUARIO, :WS-CHN-CUENTA,
                    :WS-CHN-TIPO-OPER, :WS-CHN-MONTO, :WS-CHN-SALDO,
                    :WS-CHN-FECHA, :WS-CHN-USUARIO-REL,
                    :WS-CHN-ID-ORIGEN, :WS-ANT-LEIDO, :WS-MOV-LEIDO
           END-EXEC.

       7300-ABRIR-CURSOR-TOTAL.
           EXEC SQL DECLARE CUR-CADENA-TOT CURSOR FOR
               SELECT ID_MOV, USUARIO, CUENTA_NUM, TIPO_OPER, MONTO,
                      SALDO_RESULTANTE, CHAR(FECHA), USUARIO_REL,
                      ID_MOV_ORIGEN, HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS
               UNION ALL
               SELECT ID_MOV, USUARIO, CUENTA_NUM, TIPO_OPER, MONTO,
                      SALDO_RESULTANTE, CHAR(FECHA), USUARIO_REL,
                      ID_MOV_ORIGEN, HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS_HIST
               ORDER BY 2, 3, 1
           END-EXEC.
           EXEC SQL OPEN CUR-CADENA-TOT END-EXEC.

       7310-FETCH-TOTAL.
           EXEC SQL FETCH CUR-CADENA-TOT
               INTO :WS-CHN-ID-MOV, :WS-CHN-USUARIO, :WS-CHN-CUENTA,
                    :WS-CHN-TIPO-OPER, :WS-CHN-MONTO, :WS-CHN-SALDO,
                    :WS-CHN-FECHA, :WS-CHN-USUARIO-REL,
                    :WS-CHN-ID-ORIGEN, :WS-ANT-LEIDO, :WS-MOV-LEIDO
           END-EXEC.

      * Un relanzamiento no repite el evento del mismo ID_MOV.
       7400-REGISTRAR-EVENTO.
           MOVE 0 TO WS-CANT-EVENTOS.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-EVENTOS
               FROM IBMUSER.EVENTOS_SEGURIDAD
               WHERE TIPO    = 'K'
                 AND USUARIO = :HV-USUARIO-SEGU
                 AND DETALLE = :HV-DETALLE-SEGU
           END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-EVENTOS = 0
               EXEC SQL INSERT INTO IBMUSER.EVENTOS_SEGURIDAD
                   (TIPO, SEVERIDAD, USUARIO, DETALLE, FECHA_EVENTO)
                   VALUES (:HV-TIPO-SEGU, :HV-SEVERIDAD-SEGU,
                    :HV-USUARIO-SEGU, :HV-DETALLE-SEGU,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-MOVS TO WS-EJEC-PROC.
           MOVE WS-CONT-ROTAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKHV - CADENAS VERIFICADAS : ' WS-CONT-CADENAS.
           DISPLAY 'PBNKHV - MOVIMIENTOS LEIDOS  : ' WS-CONT-MOVS.
           DISPLAY 'PBNKHV - CADENAS ROTAS       : ' WS-CONT-ROTAS.
           DISPLAY 'PBNKHV - VERIFICACION DE CADENA - FIN'.

       COPY CPYEJBP.
       COPY CPYCHNP.
