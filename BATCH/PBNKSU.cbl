      **   desglose no coincide con su detalle de denominaciones.   **
      ** - Solo lectura: sin COMMIT ni punto de reinicio, igual que **
      **   BATCH/PBNKG.cbl.                                         **
      ** - Prueba de depositos de clientes (20010000) de cada       **
      **   sucursal por si sola: lo tecleado en ella mas sus        **
      **   partidas intersucursales del dia (PBNKSI) contra lo      **
      **   movido en las cuentas radicadas en ella; el descuadre    **
      **   tambien da RC 8. Las sucursales con solo partidas        **
      **   intersucursales tienen su pagina.                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CONT-DESCUADRES    PIC S9(5) COMP-3 VALUE 0.
           05 WS-TOT-CANTIDAD       PIC S9(9) COMP-3 VALUE 0.
           05 WS-TOT-IMPORTE        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-DEPOSITOS-LIBRO    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-DEPOSITOS-CUENTAS  PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-INTERSUC-ADEUDA    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-INTERSUC-COBRA     PIC S9(11)V9(2) COMP-3 VALUE 0.

       01  WS-LINEA-TIT-SUC.
           05 FILLER                PIC X(9)  VALUE 'SUCURSAL '.
           05 WS-LR-CANTIDAD        PIC ZZZZZZ9.
           05 FILLER                PIC X(48) VALUE SPACES.

       01  WS-LINEA-DEPOSITOS.
           05 FILLER                PIC X(21) VALUE
              '  DEPOSITOS LIBRO..: '.
           05 WS-LD-LIBRO           PIC -(10)9,99.
           05 FILLER                PIC X(13) VALUE '  CUENTAS: '.
           05 WS-LD-CUENTAS         PIC -(10)9,99.
           05 WS-LD-MARCA           PIC X(18) VALUE SPACES.

       01  WS-LINEA-INTERSUC.
           05 FILLER                PIC X(21) VALUE
              '  INTERSUC. ADEUDA.: '.
           05 WS-LI-ADEUDA          PIC -(10)9,99.
           05 FILLER                PIC X(13) VALUE '  A COBRAR: '.
           05 WS-LI-COBRA           PIC -(10)9,99.
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-LINEA-RECAP.
           05 FILLER                PIC X(22) VALUE
              'RECAP TODAS SUCURSALES'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSU'.
           03  WC-CUENTA-DEPOSITOS  PIC X(8)  VALUE '20010000'.

       COPY CPYEJBW.

      * 2000 - UNA PAGINA POR SUCURSAL CON ACTIVIDAD                   *
      *================================================================*
       2000-PROCESAR-SUCURSALES.
      * La sucursal de radicacion que solo recibio partidas
      * intersucursales (PBNKSI) tambien tiene su pagina.
           EXEC SQL DECLARE CUR-SUC-ACT CURSOR FOR
               SELECT SUCURSAL_ID
               FROM IBMUSER.MOVIMIENTOS
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND SUCURSAL_ID NOT = ' '
               UNION
               SELECT SUCURSAL
               FROM IBMUSER.PARTIDAS_INTERSUC
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CUR-SUC-ACT END-EXEC.
           PERFORM 7100-FETCH-SUCURSAL.
           PERFORM 2300-CUADRAR-EFECTIVO.
           PERFORM 2400-PARTICION-ATENCION.
           PERFORM 2500-CONTAR-REVERSOS.
           PERFORM 2600-PRUEBA-DEPOSITOS.
           WRITE REG-SUCREP FROM WS-LINEA-BLANCO.

       2200-DETALLE-POR-TIPO.
           MOVE WS-CANT-REVERSOS TO WS-LR-CANTIDAD.
           WRITE REG-SUCREP FROM WS-LINEA-REVERSOS.

      * Depositos de clientes (20010000) de la sucursal por si sola.
      * Libro: lo tecleado en ella, mas las partidas intersucursal
      * del dia a su nombre ('A' suma, 'D' resta). Cuentas: lo que
      * se movio en cuentas radicadas en ella, se tecleara donde
      * se tecleara (sin radicacion, la sucursal que tecleo).
       2600-PRUEBA-DEPOSITOS.
           MOVE 0 TO WS-DEPOSITOS-LIBRO.
           EXEC SQL SELECT COALESCE(SUM(
                   CASE WHEN G.CUENTA_HABER = :WC-CUENTA-DEPOSITOS
                        THEN M.MONTO ELSE 0 - M.MONTO END), 0)
               INTO :WS-DEPOSITOS-LIBRO
               FROM IBMUSER.MOVIMIENTOS M,
                    IBMUSER.GL_CUENTAS G
               WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND M.SUCURSAL_ID = :WS-SUCURSAL
                 AND G.TIPO_OPER = M.TIPO_OPER
                 AND (G.CUENTA_DEBE = :WC-CUENTA-DEPOSITOS
                      OR G.CUENTA_HABER = :WC-CUENTA-DEPOSITOS)
                 AND G.CUENTA_DEBE NOT = G.CUENTA_HABER
           END-EXEC.
           MOVE 0 TO WS-INTERSUC-ADEUDA.
           MOVE 0 TO WS-INTERSUC-COBRA.
           EXEC SQL SELECT
                   COALESCE(SUM(CASE WHEN LADO = 'D'
                                THEN MONTO ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN LADO = 'A'
                                THEN MONTO ELSE 0 END), 0)
               INTO :WS-INTERSUC-ADEUDA, :WS-INTERSUC-COBRA
               FROM IBMUSER.PARTIDAS_INTERSUC
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND SUCURSAL = :WS-SUCURSAL
           END-EXEC.
           COMPUTE WS-DEPOSITOS-LIBRO = WS-DEPOSITOS-LIBRO
                   + WS-INTERSUC-COBRA - WS-INTERSUC-ADEUDA.
           MOVE 0 TO WS-DEPOSITOS-CUENTAS.
           EXEC SQL SELECT COALESCE(SUM(
                   CASE WHEN G.CUENTA_HABER = :WC-CUENTA-DEPOSITOS
                        THEN M.MONTO ELSE 0 - M.MONTO END), 0)
               INTO :WS-DEPOSITOS-CUENTAS
               FROM IBMUSER.MOVIMIENTOS M
                    INNER JOIN IBMUSER.GL_CUENTAS G
                       ON G.TIPO_OPER = M.TIPO_OPER
                    LEFT OUTER JOIN IBMUSER.CUENTAS C
                       ON C.NUMERO_CUENTA = M.CUENTA_NUM
               WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND M.SUCURSAL_ID NOT = ' '
                 AND COALESCE(NULLIF(C.SUCURSAL_RADICACION, ' '),
                              M.SUCURSAL_ID) = :WS-SUCURSAL
                 AND (G.CUENTA_DEBE = :WC-CUENTA-DEPOSITOS
                      OR G.CUENTA_HABER = :WC-CUENTA-DEPOSITOS)
                 AND G.CUENTA_DEBE NOT = G.CUENTA_HABER
           END-EXEC.
           MOVE WS-DEPOSITOS-LIBRO   TO WS-LD-LIBRO.
           MOVE WS-DEPOSITOS-CUENTAS TO WS-LD-CUENTAS.
           IF WS-DEPOSITOS-LIBRO = WS-DEPOSITOS-CUENTAS
               MOVE '  CUADRA'    TO WS-LD-MARCA
           ELSE
               MOVE '  *DESCUADRE*' TO WS-LD-MARCA
               ADD 1 TO WS-CONT-DESCUADRES
           END-IF.
           WRITE REG-SUCREP FROM WS-LINEA-DEPOSITOS.
           MOVE WS-INTERSUC-ADEUDA TO WS-LI-ADEUDA.
           MOVE WS-INTERSUC-COBRA  TO WS-LI-COBRA.
           WRITE REG-SUCREP FROM WS-LINEA-INTERSUC.

      *================================================================*
      * 3000 - RECAP CONSOLIDADO                                       *
      *================================================================*
