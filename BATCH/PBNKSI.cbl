       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSI.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSI                                 **
      ** TITULO ...........: PARTIDAS Y LIQUIDACION INTERSUCURSAL   **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Asigna sucursal de radicacion a las CUENTAS que no la    **
      **   tienen: la de su primer movimiento tecleado en una       **
      **   sucursal de mostrador (SUCURSAL.CANAL 'T'), o la casa    **
      **   central 'CTRL' si nunca paso por un mostrador.           **
      ** - Genera las partidas intersucursales del dia (IBMUSER.    **
      **   PARTIDAS_INTERSUC): por cada movimiento de la fecha de   **
      **   negocio tecleado en una sucursal distinta de la de       **
      **   radicacion de la cuenta, y cuyo mapeo GL_CUENTAS mueve   **
      **   depositos de clientes (20010000), un lado 'D' (adeuda)   **
      **   en los libros de la sucursal deudora y un lado 'A' (a    **
      **   cobrar) en los de la acreedora. Credito al cliente: la   **
      **   sucursal que tecleo le debe a la de radicacion; debito:  **
      **   al reves. Relanzable: un movimiento ya con partidas no   **
      **   se vuelve a generar.                                     **
      ** - Concilia y liquida por par de sucursales las partidas    **
      **   pendientes: si lo que A adeuda a B en sus libros es lo   **
      **   que B tiene a cobrar de A (y viceversa), neta las dos    **
      **   posiciones en IBMUSER.LIQUIDACIONES_INTERSUC y marca las **
      **   partidas liquidadas; si no, el par queda pendiente, sale **
      **   marcado en el reporte (DD INTREP) y el job termina con   **
      **   RETURN-CODE 8.                                           **
      ** - Asiento del dia (DD GLINTS, mismo layout de 80 bytes del **
      **   GLDIAR de PBNKGL, con la sucursal de cada libro): tipos  **
      **   '<' y '>' de GL_CUENTAS para las partidas y '=' para el  **
      **   neto liquidado (invertido en la sucursal cobradora).     **
      ** - Corre despues del cierre del posteo y antes de PBNKSU,   **
      **   cuya prueba por sucursal cuenta con estas partidas.      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ASIENTO ASSIGN TO GLINTS
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE-CONCILIACION ASSIGN TO INTREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ASIENTO
           RECORDING MODE IS F.
       01  REG-ASIENTO                 PIC X(80).

       FD  REPORTE-CONCILIACION
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPINT END-EXEC.
           EXEC SQL INCLUDE DCLLINT END-EXEC.
           EXEC SQL INCLUDE DCLGLCU END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-SUC-RADICACION      PIC X(4)  VALUE SPACES.
           05 WS-CTA-DEBE-MOV        PIC X(8)  VALUE SPACES.
           05 WS-CTA-HABER-MOV       PIC X(8)  VALUE SPACES.
           05 WS-LADO                PIC X(1)  VALUE SPACES.
           05 WS-SUC-LIBRO           PIC X(4)  VALUE SPACES.
           05 WS-SUC-CONTRA          PIC X(4)  VALUE SPACES.
           05 WS-MONTO-AGREGADO      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-DEBE          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-HABER         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CUENTAS-ASIGNADAS   PIC S9(9) COMP VALUE 0.
           05 WS-CANT-MOVIMIENTOS    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-PARES          PIC S9(9) COMP VALUE 0.
           05 WS-CANT-LIQUIDADOS     PIC S9(9) COMP VALUE 0.
           05 WS-CANT-DESCUADRES     PIC S9(9) COMP VALUE 0.
           05 WS-CANT-ERRORES        PIC S9(9) COMP VALUE 0.
           05 WS-SIN-MAPEO           PIC S9(4) COMP VALUE 0.

      * Un par de sucursales (A < B) con sus partidas pendientes,
      * visto desde los libros de cada una.
       01  WS-PAR-SUCURSALES.
           05 WS-PAR-SUC-A           PIC X(4).
           05 WS-PAR-SUC-B           PIC X(4).
           05 WS-PAR-A-ADEUDA        PIC S9(11)V9(2) COMP-3.
           05 WS-PAR-A-COBRA         PIC S9(11)V9(2) COMP-3.
           05 WS-PAR-B-ADEUDA        PIC S9(11)V9(2) COMP-3.
           05 WS-PAR-B-COBRA         PIC S9(11)V9(2) COMP-3.
           05 WS-PAR-CANT            PIC S9(9) COMP.
           05 WS-PAR-NETO            PIC S9(11)V9(2) COMP-3.

      * Linea de asiento, mismo layout del GLDIAR de PBNKGL.
       01  WS-LINEA-ASIENTO.
           05 WS-LA-CUENTA-GL      PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LA-DEBE-HABER     PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LA-MONTO          PIC 9(11)V99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LA-TIPO-OPER      PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LA-SUCURSAL       PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LA-DESCRIPCION    PIC X(30).
           05 FILLER               PIC X(18) VALUE SPACES.

       01  WS-LINEA-PAR.
           05 WS-LP-SUC-A          PIC X(4).
           05 FILLER               PIC X(1)  VALUE '/'.
           05 WS-LP-SUC-B          PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LP-A-ADEUDA       PIC -(9)9,99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LP-B-COBRA        PIC -(9)9,99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LP-B-ADEUDA       PIC -(9)9,99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LP-A-COBRA        PIC -(9)9,99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LP-MARCA          PIC X(12).

       01  WS-LINEA-NETO.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'LIQUIDADO: '.
           05 WS-LN-PAGADORA       PIC X(4).
           05 FILLER               PIC X(7)  VALUE ' PAGA A'.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LN-COBRADORA      PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LN-NETO           PIC -(10)9,99.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO          PIC X(24).
           05 WS-LT-MONTO          PIC -(12)9,99.
           05 FILLER               PIC X(40) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKSI'.
           03  WC-CUENTA-DEPOSITOS PIC X(8)  VALUE '20010000'.
           03  WC-CUENTA-PUENTE    PIC X(8)  VALUE '99999999'.
           03  WC-SUCURSAL-CENTRAL PIC X(4)  VALUE 'CTRL'.
      * Tipos de asiento en GL_CUENTAS.
           03  WC-TIPO-ADEUDADO    PIC X(1)  VALUE '<'.
           03  WC-TIPO-A-COBRAR    PIC X(1)  VALUE '>'.
           03  WC-TIPO-LIQUIDACION PIC X(1)  VALUE '='.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 1500-ASIGNAR-RADICACION.
           PERFORM 2000-GENERAR-PARTIDAS.
           PERFORM 3000-CONCILIAR-Y-LIQUIDAR.
           PERFORM 4000-ASIENTO-DEL-DIA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSI - PARTIDAS INTERSUCURSAL - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           OPEN OUTPUT ARCHIVO-ASIENTO.
           OPEN OUTPUT REPORTE-CONCILIACION.
           MOVE SPACES TO REG-REPORTE.
           STRING 'CONCILIACION INTERSUCURSAL ' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING 'PAR         A ADEUDA    B A COBRAR'
               DELIMITED BY SIZE
               '     B ADEUDA    A A COBRAR' DELIMITED BY SIZE
               INTO REG-REPORTE.
           WRITE REG-REPORTE.

      *================================================================*
      * 1500 - SUCURSAL DE RADICACION DE CUENTAS SIN ASIGNAR           *
      *================================================================*
       1500-ASIGNAR-RADICACION.
           PERFORM 7050-ASIGNAR-RADICACION.
           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-CUENTAS-ASIGNADAS
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'PBNKSI - ERROR ASIGNANDO RADICACION SQLCODE '
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-CUENTAS-ASIGNADAS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CUENTAS-ASIGNADAS < 0
               MOVE 0 TO WS-CUENTAS-ASIGNADAS
           END-IF.
           DISPLAY 'PBNKSI - CUENTAS CON RADICACION ASIGNADA: '
               WS-CUENTAS-ASIGNADAS.

      *================================================================*
      * 2000 - PARTIDAS DE LOS MOVIMIENTOS CRUZADOS DEL DIA            *
      *================================================================*
       2000-GENERAR-PARTIDAS.
           EXEC SQL DECLARE CUR-CRUCE-SI CURSOR FOR
               SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                      M.SUCURSAL_ID, C.SUCURSAL_RADICACION,
                      G.CUENTA_DEBE, G.CUENTA_HABER
               FROM IBMUSER.MOVIMIENTOS M,
                    IBMUSER.CUENTAS C,
                    IBMUSER.GL_CUENTAS G
               WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND C.NUMERO_CUENTA = M.CUENTA_NUM
                 AND G.TIPO_OPER = M.TIPO_OPER
                 AND M.SUCURSAL_ID NOT = ' '
                 AND C.SUCURSAL_RADICACION NOT = ' '
                 AND M.SUCURSAL_ID NOT = C.SUCURSAL_RADICACION
                 AND (G.CUENTA_DEBE = :WC-CUENTA-DEPOSITOS
                      OR G.CUENTA_HABER = :WC-CUENTA-DEPOSITOS)
                 AND G.CUENTA_DEBE NOT = G.CUENTA_HABER
                 AND M.MONTO > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.PARTIDAS_INTERSUC P
                       WHERE P.ID_MOV = M.ID_MOV)
               ORDER BY M.ID_MOV
           END-EXEC.
           EXEC SQL OPEN CUR-CRUCE-SI END-EXEC.
           PERFORM 7100-FETCH-CRUCE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-GENERAR-PAR-PARTIDAS
               PERFORM 7100-FETCH-CRUCE
           END-PERFORM.
           EXEC SQL CLOSE CUR-CRUCE-SI END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'PBNKSI - MOVIMIENTOS CRUZADOS DEL DIA: '
               WS-CANT-MOVIMIENTOS.

      * Credito al cliente (haber 20010000): la sucursal que
      * tecleo recibio el valor y le debe a la de radicacion.
      * Debito (debe 20010000): la de radicacion le debe a la
      * que tecleo.
       2100-GENERAR-PAR-PARTIDAS.
           IF WS-CTA-HABER-MOV = WC-CUENTA-DEPOSITOS
               MOVE HV-SUCURSAL-PINT  TO WS-SUC-LIBRO
               MOVE WS-SUC-RADICACION TO WS-SUC-CONTRA
           ELSE
               MOVE WS-SUC-RADICACION TO WS-SUC-LIBRO
               MOVE HV-SUCURSAL-PINT  TO WS-SUC-CONTRA
           END-IF.

           MOVE WS-SUC-LIBRO  TO HV-SUCURSAL-PINT.
           MOVE WS-SUC-CONTRA TO HV-SUC-CONTRA-PINT.
           MOVE 'D'           TO HV-LADO-PINT.
           PERFORM 7150-INSERTAR-PARTIDA.
           IF SQLCODE = 0
               MOVE WS-SUC-CONTRA TO HV-SUCURSAL-PINT
               MOVE WS-SUC-LIBRO  TO HV-SUC-CONTRA-PINT
               MOVE 'A'           TO HV-LADO-PINT
               PERFORM 7150-INSERTAR-PARTIDA
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CANT-MOVIMIENTOS
           ELSE
               DISPLAY 'PBNKSI - ERROR PARTIDA MOV ' HV-ID-MOV-PINT
                   ' SQLCODE ' SQLCODE
               ADD 1 TO WS-CANT-ERRORES
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 3000 - CONCILIACION Y LIQUIDACION POR PAR DE SUCURSALES        *
      *================================================================*
       3000-CONCILIAR-Y-LIQUIDAR.
           EXEC SQL DECLARE CUR-PARES-SI CURSOR FOR
               SELECT CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           THEN SUCURSAL ELSE SUCURSAL_CONTRA END,
                      CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           THEN SUCURSAL_CONTRA ELSE SUCURSAL END,
                      COALESCE(SUM(CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           AND LADO = 'D' THEN MONTO ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           AND LADO = 'A' THEN MONTO ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SUCURSAL > SUCURSAL_CONTRA
                           AND LADO = 'D' THEN MONTO ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SUCURSAL > SUCURSAL_CONTRA
                           AND LADO = 'A' THEN MONTO ELSE 0 END), 0),
                      COUNT(*)
               FROM IBMUSER.PARTIDAS_INTERSUC
               WHERE ID_LIQUIDACION = 0
               GROUP BY CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           THEN SUCURSAL ELSE SUCURSAL_CONTRA END,
                        CASE WHEN SUCURSAL < SUCURSAL_CONTRA
                           THEN SUCURSAL_CONTRA ELSE SUCURSAL END
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CUR-PARES-SI END-EXEC.
           PERFORM 7200-FETCH-PAR.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CANT-PARES
               PERFORM 3100-CONCILIAR-PAR
               PERFORM 7200-FETCH-PAR
           END-PERFORM.
           EXEC SQL CLOSE CUR-PARES-SI END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE 'PARES CON PENDIENTES ..:' TO WS-LT-TEXTO.
           MOVE WS-CANT-PARES              TO WS-LT-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 'PARES LIQUIDADOS ......:' TO WS-LT-TEXTO.
           MOVE WS-CANT-LIQUIDADOS         TO WS-LT-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 'PARES EN DESCUADRE ....:' TO WS-LT-TEXTO.
           MOVE WS-CANT-DESCUADRES         TO WS-LT-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           IF WS-CANT-DESCUADRES > 0
               DISPLAY 'PBNKSI - PARES EN DESCUADRE: '
                   WS-CANT-DESCUADRES
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-CONCILIAR-PAR.
           MOVE WS-PAR-SUC-A    TO WS-LP-SUC-A.
           MOVE WS-PAR-SUC-B    TO WS-LP-SUC-B.
           MOVE WS-PAR-A-ADEUDA TO WS-LP-A-ADEUDA.
           MOVE WS-PAR-B-COBRA  TO WS-LP-B-COBRA.
           MOVE WS-PAR-B-ADEUDA TO WS-LP-B-ADEUDA.
           MOVE WS-PAR-A-COBRA  TO WS-LP-A-COBRA.
           IF WS-PAR-A-ADEUDA = WS-PAR-B-COBRA
              AND WS-PAR-B-ADEUDA = WS-PAR-A-COBRA
               MOVE 'CONCILIA'     TO WS-LP-MARCA
               WRITE REG-REPORTE FROM WS-LINEA-PAR
               PERFORM 3200-LIQUIDAR-PAR
           ELSE
               MOVE '*DESCUADRE*'  TO WS-LP-MARCA
               WRITE REG-REPORTE FROM WS-LINEA-PAR
               ADD 1 TO WS-CANT-DESCUADRES
           END-IF.

      * Neto del par: lo que A adeuda menos lo que B adeuda;
      * positivo paga A, negativo paga B.
       3200-LIQUIDAR-PAR.
           COMPUTE WS-PAR-NETO = WS-PAR-A-ADEUDA - WS-PAR-B-ADEUDA.
           MOVE WS-PAR-SUC-A    TO HV-SUC-A-LINT.
           MOVE WS-PAR-SUC-B    TO HV-SUC-B-LINT.
           MOVE WS-PAR-A-ADEUDA TO HV-ADEUDA-AB-LINT.
           MOVE WS-PAR-B-ADEUDA TO HV-ADEUDA-BA-LINT.
           MOVE WS-PAR-CANT     TO HV-CANT-PART-LINT.
           IF WS-PAR-NETO < 0
               MOVE WS-PAR-SUC-B TO HV-SUC-PAGA-LINT
               MOVE WS-PAR-SUC-A TO HV-SUC-COBRA-LINT
               COMPUTE HV-NETO-LINT = 0 - WS-PAR-NETO
           ELSE
               MOVE WS-PAR-SUC-A TO HV-SUC-PAGA-LINT
               MOVE WS-PAR-SUC-B TO HV-SUC-COBRA-LINT
               MOVE WS-PAR-NETO  TO HV-NETO-LINT
           END-IF.
           PERFORM 7300-INSERTAR-LIQUIDACION.
           IF SQLCODE = 0
               PERFORM 7320-MARCAR-PARTIDAS
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CANT-LIQUIDADOS
               MOVE HV-SUC-PAGA-LINT  TO WS-LN-PAGADORA
               MOVE HV-SUC-COBRA-LINT TO WS-LN-COBRADORA
               MOVE HV-NETO-LINT      TO WS-LN-NETO
               WRITE REG-REPORTE FROM WS-LINEA-NETO
           ELSE
               DISPLAY 'PBNKSI - ERROR LIQUIDANDO ' WS-PAR-SUC-A
                   '/' WS-PAR-SUC-B ' SQLCODE ' SQLCODE
               ADD 1 TO WS-CANT-ERRORES
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 4000 - ASIENTO DEL DIA (DD GLINTS)                             *
      *================================================================*
      * Todo lo de la fecha de negocio, no solo lo de esta corrida:
      * un relanzamiento regenera el archivo completo.
       4000-ASIENTO-DEL-DIA.
           EXEC SQL DECLARE CUR-LADOS-SI CURSOR FOR
               SELECT SUCURSAL, SUCURSAL_CONTRA, LADO,
                      COALESCE(SUM(MONTO), 0)
               FROM IBMUSER.PARTIDAS_INTERSUC
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               GROUP BY SUCURSAL, SUCURSAL_CONTRA, LADO
               ORDER BY SUCURSAL, SUCURSAL_CONTRA, LADO
           END-EXEC.
           EXEC SQL OPEN CUR-LADOS-SI END-EXEC.
           PERFORM 7400-FETCH-LADO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ASENTAR-LADO
               PERFORM 7400-FETCH-LADO
           END-PERFORM.
           EXEC SQL CLOSE CUR-LADOS-SI END-EXEC.

           EXEC SQL DECLARE CUR-LIQ-SI CURSOR FOR
               SELECT SUCURSAL_PAGADORA, SUCURSAL_COBRADORA,
                      COALESCE(SUM(NETO), 0)
               FROM IBMUSER.LIQUIDACIONES_INTERSUC
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND NETO > 0
               GROUP BY SUCURSAL_PAGADORA, SUCURSAL_COBRADORA
               ORDER BY SUCURSAL_PAGADORA, SUCURSAL_COBRADORA
           END-EXEC.
           EXEC SQL OPEN CUR-LIQ-SI END-EXEC.
           PERFORM 7500-FETCH-LIQUIDACION.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4200-ASENTAR-LIQUIDACION
               PERFORM 7500-FETCH-LIQUIDACION
           END-PERFORM.
           EXEC SQL CLOSE CUR-LIQ-SI END-EXEC.

           MOVE 'ASIENTO TOTAL DEBE ....:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-DEBE              TO WS-LT-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 'ASIENTO TOTAL HABER ...:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-HABER             TO WS-LT-MONTO.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           IF WS-SIN-MAPEO > 0
               DISPLAY 'PBNKSI - TIPOS SIN MAPEO: ' WS-SIN-MAPEO
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Lado 'D' con el tipo '<', lado 'A' con el tipo '>'; cada
      * par de lineas queda en el libro de su propia sucursal.
       4100-ASENTAR-LADO.
           IF WS-LADO = 'D'
               MOVE WC-TIPO-ADEUDADO TO HV-TIPO-OPER-GLCU
           ELSE
               MOVE WC-TIPO-A-COBRAR TO HV-TIPO-OPER-GLCU
           END-IF.
           PERFORM 7600-LEER-MAPEO.
           MOVE HV-TIPO-OPER-GLCU TO WS-LA-TIPO-OPER.
           MOVE WS-SUC-LIBRO      TO WS-LA-SUCURSAL.
           PERFORM 4300-DESCRIPCION-CONTRA.
           MOVE WS-MONTO-AGREGADO TO WS-LA-MONTO.
           MOVE HV-CTA-DEBE-GLCU  TO WS-LA-CUENTA-GL.
           MOVE 'D' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.
           MOVE HV-CTA-HABER-GLCU TO WS-LA-CUENTA-GL.
           MOVE 'H' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.
           ADD WS-MONTO-AGREGADO TO WS-TOTAL-DEBE.
           ADD WS-MONTO-AGREGADO TO WS-TOTAL-HABER.

      * Pagadora: el par tal cual; cobradora: el par invertido.
       4200-ASENTAR-LIQUIDACION.
           MOVE WC-TIPO-LIQUIDACION TO HV-TIPO-OPER-GLCU.
           PERFORM 7600-LEER-MAPEO.
           MOVE HV-TIPO-OPER-GLCU TO WS-LA-TIPO-OPER.
           MOVE WS-MONTO-AGREGADO TO WS-LA-MONTO.

           MOVE WS-SUC-LIBRO      TO WS-LA-SUCURSAL.
           PERFORM 4300-DESCRIPCION-CONTRA.
           MOVE HV-CTA-DEBE-GLCU  TO WS-LA-CUENTA-GL.
           MOVE 'D' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.
           MOVE HV-CTA-HABER-GLCU TO WS-LA-CUENTA-GL.
           MOVE 'H' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.

           MOVE WS-SUC-CONTRA     TO WS-LA-SUCURSAL.
           MOVE WS-SUC-LIBRO      TO WS-SUC-CONTRA.
           PERFORM 4300-DESCRIPCION-CONTRA.
           MOVE HV-CTA-HABER-GLCU TO WS-LA-CUENTA-GL.
           MOVE 'D' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.
           MOVE HV-CTA-DEBE-GLCU  TO WS-LA-CUENTA-GL.
           MOVE 'H' TO WS-LA-DEBE-HABER.
           WRITE REG-ASIENTO FROM WS-LINEA-ASIENTO.
           COMPUTE WS-TOTAL-DEBE  = WS-TOTAL-DEBE
                                  + WS-MONTO-AGREGADO * 2.
           COMPUTE WS-TOTAL-HABER = WS-TOTAL-HABER
                                  + WS-MONTO-AGREGADO * 2.

      * La descripcion del mapeo lleva al final la sucursal de
      * la contraparte, para el mayor auxiliar de 18010000.
       4300-DESCRIPCION-CONTRA.
           MOVE SPACES TO WS-LA-DESCRIPCION.
           STRING HV-DESCRIPCION-GLCU(1:25) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SUC-CONTRA DELIMITED BY SIZE
               INTO WS-LA-DESCRIPCION.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Mismo criterio de corte que BATCH/PBNKGL.cbl: la fecha de
      * negocio vigente, o la calendario si la tabla no esta
      * sembrada.
       7020-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-ASIGNAR-RADICACION.
           EXEC SQL UPDATE IBMUSER.CUENTAS C
               SET SUCURSAL_RADICACION = COALESCE(
                   (SELECT M.SUCURSAL_ID
                    FROM IBMUSER.MOVIMIENTOS M,
                         IBMUSER.SUCURSAL S
                    WHERE M.CUENTA_NUM = C.NUMERO_CUENTA
                      AND S.SUCURSAL_ID = M.SUCURSAL_ID
                      AND S.CANAL = 'T'
                    ORDER BY M.ID_MOV
                    FETCH FIRST 1 ROW ONLY),
                   :WC-SUCURSAL-CENTRAL)
               WHERE C.SUCURSAL_RADICACION = ' '
           END-EXEC.

       7100-FETCH-CRUCE.
           EXEC SQL FETCH CUR-CRUCE-SI
               INTO :HV-ID-MOV-PINT, :HV-TIPO-OPER-PINT,
                    :HV-MONTO-PINT, :HV-SUCURSAL-PINT,
                    :WS-SUC-RADICACION, :WS-CTA-DEBE-MOV,
                    :WS-CTA-HABER-MOV
           END-EXEC.

       7150-INSERTAR-PARTIDA.
           EXEC SQL INSERT INTO IBMUSER.PARTIDAS_INTERSUC
               (FECHA_NEGOCIO, ID_MOV, TIPO_OPER, SUCURSAL,
                SUCURSAL_CONTRA, LADO, MONTO, ID_LIQUIDACION)
               VALUES (DATE(:WS-FECHA-NEGOCIO), :HV-ID-MOV-PINT,
                :HV-TIPO-OPER-PINT, :HV-SUCURSAL-PINT,
                :HV-SUC-CONTRA-PINT, :HV-LADO-PINT,
                :HV-MONTO-PINT, 0)
           END-EXEC.

       7200-FETCH-PAR.
           EXEC SQL FETCH CUR-PARES-SI
               INTO :WS-PAR-SUC-A, :WS-PAR-SUC-B,
                    :WS-PAR-A-ADEUDA, :WS-PAR-A-COBRA,
                    :WS-PAR-B-ADEUDA, :WS-PAR-B-COBRA,
                    :WS-PAR-CANT
           END-EXEC.

       7300-INSERTAR-LIQUIDACION.
           EXEC SQL INSERT INTO IBMUSER.LIQUIDACIONES_INTERSUC
               (FECHA_NEGOCIO, SUCURSAL_A, SUCURSAL_B, ADEUDA_A_B,
                ADEUDA_B_A, SUCURSAL_PAGADORA, SUCURSAL_COBRADORA,
                NETO, CANT_PARTIDAS, FECHA_PROCESO)
               VALUES (DATE(:WS-FECHA-NEGOCIO), :HV-SUC-A-LINT,
                :HV-SUC-B-LINT, :HV-ADEUDA-AB-LINT,
                :HV-ADEUDA-BA-LINT, :HV-SUC-PAGA-LINT,
                :HV-SUC-COBRA-LINT, :HV-NETO-LINT,
                :HV-CANT-PART-LINT, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-LIQ-LINT
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Las pendientes del par en los dos sentidos, las mismas
      * que sumo el cursor: nada mas postea partidas mientras
      * corre este job.
       7320-MARCAR-PARTIDAS.
           EXEC SQL UPDATE IBMUSER.PARTIDAS_INTERSUC
               SET ID_LIQUIDACION = :HV-ID-LIQ-LINT
               WHERE ID_LIQUIDACION = 0
                 AND ((SUCURSAL = :WS-PAR-SUC-A
                       AND SUCURSAL_CONTRA = :WS-PAR-SUC-B)
                   OR (SUCURSAL = :WS-PAR-SUC-B
                       AND SUCURSAL_CONTRA = :WS-PAR-SUC-A))
           END-EXEC.

       7400-FETCH-LADO.
           EXEC SQL FETCH CUR-LADOS-SI
               INTO :WS-SUC-LIBRO, :WS-SUC-CONTRA, :WS-LADO,
                    :WS-MONTO-AGREGADO
           END-EXEC.

       7500-FETCH-LIQUIDACION.
           EXEC SQL FETCH CUR-LIQ-SI
               INTO :WS-SUC-LIBRO, :WS-SUC-CONTRA,
                    :WS-MONTO-AGREGADO
           END-EXEC.

      * Sin mapeo: cuenta puente y condition code, como PBNKGL.
      * Conserva el SQLCODE del FETCH que llamo.
       7600-LEER-MAPEO.
           EXEC SQL SELECT CUENTA_DEBE, CUENTA_HABER, DESCRIPCION
               INTO :HV-CTA-DEBE-GLCU, :HV-CTA-HABER-GLCU,
                    :HV-DESCRIPCION-GLCU
               FROM IBMUSER.GL_CUENTAS
               WHERE TIPO_OPER = :HV-TIPO-OPER-GLCU
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-SIN-MAPEO
               MOVE WC-CUENTA-PUENTE TO HV-CTA-DEBE-GLCU
               MOVE WC-CUENTA-PUENTE TO HV-CTA-HABER-GLCU
               MOVE 'INTERSUCURSAL SIN MAPEO GL'
                 TO HV-DESCRIPCION-GLCU
               DISPLAY 'PBNKSI - TIPO SIN MAPEO: ' HV-TIPO-OPER-GLCU
           END-IF.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE ARCHIVO-ASIENTO.
           CLOSE REPORTE-CONCILIACION.
           MOVE WS-CANT-MOVIMIENTOS TO WS-EJEC-PROC.
           COMPUTE WS-EJEC-OMIT = WS-CANT-DESCUADRES
                                + WS-CANT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKSI - PARES LIQUIDADOS   : '
               WS-CANT-LIQUIDADOS.
           DISPLAY 'PBNKSI - PARES EN DESCUADRE : '
               WS-CANT-DESCUADRES.
           DISPLAY 'PBNKSI - PARTIDAS INTERSUCURSAL - FIN'.

       COPY CPYEJBP.
