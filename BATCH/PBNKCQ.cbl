       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCQ.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCQ                                 **
      ** TITULO ...........: INVENTARIO DE CHEQUES EN CUSTODIA      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Imprime (DD REPCUS) los cheques de pago diferido que el  **
      **   banco tiene en custodia (IBMUSER.CHEQUES_AL_COBRO,       **
      **   ESTADO 'C', ingresados por PBNKCO): por cliente y por    **
      **   fecha de vencimiento, con la fecha de presentacion       **
      **   (vencimiento corrido a dia habil) y el NRO CUSTODIA que  **
      **   el cliente usa para retirarlo.                           **
      ** - Subtotal por vencimiento y por cliente, total general.   **
      ** - SYSIN opcional: un USUARIO para el inventario de un solo **
      **   cliente; en blanco lista toda la cartera.                **
      ** - Solo lectura; relanzar regenera el reporte.              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-CUSTODIA ASSIGN TO REPCUS
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-CUSTODIA
           RECORDING MODE IS F.
       01  REG-REPORTE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCHCO END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO-SYSIN       PIC X(8)  VALUE SPACES.
           05 WS-USUARIO-ANT         PIC X(8)  VALUE SPACES.
           05 WS-FECHA-VTO-ANT       PIC X(10) VALUE SPACES.
           05 WS-CONTADOR-CHEQUES    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-VTO            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-CLIENTE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-VTO           PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-CLIENTE       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-GENERAL       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-LINEA-CHEQUE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-VENCIMIENTO      PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-PRESENTA         PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-CUSTODIA         PIC ZZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-BANCO            PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-CTA-GIRADA       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-NRO-CHEQUE       PIC ZZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-CUENTA           PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LC-MONTO            PIC -(10)9,99.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LT-LEYENDA          PIC X(30).
           05 WS-LT-CANTIDAD         PIC ZZZ.ZZ9.
           05 FILLER                 PIC X(10) VALUE ' CHEQUES  '.
           05 WS-LT-TOTAL            PIC -(12)9,99.
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKCQ'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LISTAR-CUSTODIA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKCQ - INVENTARIO DE CUSTODIA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-USUARIO-SYSIN FROM SYSIN.
           INSPECT WS-USUARIO-SYSIN REPLACING ALL LOW-VALUES BY SPACES.
           OPEN OUTPUT REPORTE-CUSTODIA.
           MOVE SPACES TO REG-REPORTE.
           IF WS-USUARIO-SYSIN = SPACES
               STRING 'INVENTARIO DE CHEQUES EN CUSTODIA - '
                   'TODOS LOS CLIENTES'
                   DELIMITED BY SIZE INTO REG-REPORTE
           ELSE
               STRING 'INVENTARIO DE CHEQUES EN CUSTODIA - CLIENTE '
                   WS-USUARIO-SYSIN
                   DELIMITED BY SIZE INTO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING '  VENCIMIENT  PRESENTA    CUSTODIA  BCO   CTA GIRADA'
               '    CHEQUE  CUENTA                 MONTO'
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      *================================================================*
      * 2000 - RECORRIDO DE LA CUSTODIA CON CORTE DE CONTROL           *
      *================================================================*
       2000-LISTAR-CUSTODIA.
           PERFORM 7100-ABRIR-CURSOR-CUSTODIA.
           PERFORM 7200-FETCH-CUSTODIA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-PROCESAR-CHEQUE
               PERFORM 7200-FETCH-CUSTODIA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCQ - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-CUSTODIA-INV END-EXEC.
           IF WS-CONTADOR-CHEQUES = 0
               MOVE '(SIN CHEQUES EN CUSTODIA)' TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               PERFORM 2300-CORTE-VENCIMIENTO
               PERFORM 2400-CORTE-CLIENTE
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE 'TOTAL GENERAL EN CUSTODIA'  TO WS-LT-LEYENDA
               MOVE WS-CONTADOR-CHEQUES TO WS-LT-CANTIDAD
               MOVE WS-TOTAL-GENERAL    TO WS-LT-TOTAL
               WRITE REG-REPORTE FROM WS-LINEA-TOTAL
           END-IF.

       2100-PROCESAR-CHEQUE.
           IF HV-USUARIO-CHCO NOT = WS-USUARIO-ANT
               IF WS-CONTADOR-CHEQUES > 0
                   PERFORM 2300-CORTE-VENCIMIENTO
                   PERFORM 2400-CORTE-CLIENTE
               END-IF
               PERFORM 2200-TITULO-CLIENTE
           ELSE
               IF HV-FECHA-VTO-CHCO NOT = WS-FECHA-VTO-ANT
                   PERFORM 2300-CORTE-VENCIMIENTO
               END-IF
           END-IF.
           MOVE HV-USUARIO-CHCO    TO WS-USUARIO-ANT.
           MOVE HV-FECHA-VTO-CHCO  TO WS-FECHA-VTO-ANT.

           MOVE HV-FECHA-VTO-CHCO  TO WS-LC-VENCIMIENTO.
           MOVE HV-FECHA-PRES-CHCO TO WS-LC-PRESENTA.
           MOVE HV-ID-CHCO         TO WS-LC-CUSTODIA.
           MOVE HV-BANCO-CHCO      TO WS-LC-BANCO.
           MOVE HV-CTA-GIRADA-CHCO TO WS-LC-CTA-GIRADA.
           MOVE HV-NRO-CHEQ-CHCO   TO WS-LC-NRO-CHEQUE.
           MOVE HV-CUENTA-CHCO     TO WS-LC-CUENTA.
           MOVE HV-MONTO-CHCO      TO WS-LC-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-CHEQUE.

           ADD 1 TO WS-CONTADOR-CHEQUES WS-CANT-VTO WS-CANT-CLIENTE.
           ADD HV-MONTO-CHCO TO WS-TOTAL-VTO WS-TOTAL-CLIENTE
                                WS-TOTAL-GENERAL.

       2200-TITULO-CLIENTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING 'CLIENTE ' HV-USUARIO-CHCO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       2300-CORTE-VENCIMIENTO.
           MOVE SPACES TO WS-LT-LEYENDA.
           STRING 'SUBTOTAL VTO ' WS-FECHA-VTO-ANT
               DELIMITED BY SIZE INTO WS-LT-LEYENDA.
           MOVE WS-CANT-VTO  TO WS-LT-CANTIDAD.
           MOVE WS-TOTAL-VTO TO WS-LT-TOTAL.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 0 TO WS-CANT-VTO.
           MOVE 0 TO WS-TOTAL-VTO.

       2400-CORTE-CLIENTE.
           MOVE SPACES TO WS-LT-LEYENDA.
           STRING 'TOTAL CLIENTE ' WS-USUARIO-ANT
               DELIMITED BY SIZE INTO WS-LT-LEYENDA.
           MOVE WS-CANT-CLIENTE  TO WS-LT-CANTIDAD.
           MOVE WS-TOTAL-CLIENTE TO WS-LT-TOTAL.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 0 TO WS-CANT-CLIENTE.
           MOVE 0 TO WS-TOTAL-CLIENTE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Con USUARIO en blanco el filtro deja pasar toda la cartera.
       7100-ABRIR-CURSOR-CUSTODIA.
           EXEC SQL DECLARE CUR-CUSTODIA-INV CURSOR FOR
               SELECT ID_COBRO, USUARIO, CUENTA_NUM, BANCO_GIRADO,
                      CUENTA_GIRADA, NRO_CHEQUE, MONTO,
                      CHAR(FECHA_VENCIMIENTO, ISO),
                      CHAR(FECHA_PRESENTAR, ISO)
               FROM IBMUSER.CHEQUES_AL_COBRO
               WHERE ESTADO = 'C'
                 AND (USUARIO = :WS-USUARIO-SYSIN
                      OR :WS-USUARIO-SYSIN = ' ')
               ORDER BY USUARIO, FECHA_VENCIMIENTO, ID_COBRO
           END-EXEC.
           EXEC SQL OPEN CUR-CUSTODIA-INV END-EXEC.

       7200-FETCH-CUSTODIA.
           EXEC SQL FETCH CUR-CUSTODIA-INV
               INTO :HV-ID-CHCO, :HV-USUARIO-CHCO, :HV-CUENTA-CHCO,
                    :HV-BANCO-CHCO, :HV-CTA-GIRADA-CHCO,
                    :HV-NRO-CHEQ-CHCO, :HV-MONTO-CHCO,
                    :HV-FECHA-VTO-CHCO, :HV-FECHA-PRES-CHCO
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONTADOR-CHEQUES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-CUSTODIA.
           DISPLAY 'PBNKCQ - CHEQUES EN CUSTODIA : '
               WS-CONTADOR-CHEQUES.
           DISPLAY 'PBNKCQ - INVENTARIO DE CUSTODIA - FIN'.

       COPY CPYEJBP.
