       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKGY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKGY                                 **
      ** TITULO ...........: CIERRE DE EJERCICIO CONTABLE           **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre despues del cierre de diciembre. Suma por cuenta   **
      **   contable la apertura del ejercicio ('AAAA-00') y los     **
      **   doce meses sellados por PBNKGM ('AAAA-01'..'-12') de     **
      **   IBMUSER.SALDOS_GL_MES e imprime el balance de            **
      **   comprobacion anual previo al cierre (DD GLBALA).         **
      ** - Asientos de cierre: cada cuenta de resultado (4xxx       **
      **   ingresos, 5xxx/6xxx egresos) se lleva a cero contra la   **
      **   cuenta 31010000 RESULTADOS NO ASIGNADOS, que recibe el   **
      **   resultado neto del ejercicio. Se imprimen los asientos y **
      **   el balance posterior al cierre.                          **
      ** - Graba los asientos como periodo 'AAAA-13' y los saldos   **
      **   de apertura del ejercicio siguiente (toda cuenta         **
      **   patrimonial con saldo) como 'AAAA+1-00' en               **
      **   SALDOS_GL_MES, y sella 'AAAA-13' en CIERRES_CONTABLES:   **
      **   esa fila bloquea el ejercicio en PBNKFN, PBNKGL y        **
      **   PBNKGM.                                                  **
      **   Todo en una sola unidad de trabajo.                      **
      ** - El ejercicio viene por SYSIN ('AAAA'; vacio = el anio    **
      **   anterior al de la fecha de negocio). Se rechaza con      **
      **   RETURN-CODE 8: el ejercicio en curso, uno ya cerrado,    **
      **   uno con meses sin sellar (o sellados sin saldos por      **
      **   cuenta) y uno cuyo ejercicio anterior tuvo movimiento y  **
      **   no se cerro.                                             **
      ** - Con descuadre en el balance previo: RETURN-CODE 8 y NO   **
      **   se graba ni se sella nada.                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-ANUAL ASSIGN TO GLBALA
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-ANUAL
           RECORDING MODE IS F.
       01  REG-BALANCE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCIER END-EXEC.
           EXEC SQL INCLUDE DCLSGLM END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-EJERCICIO-SYSIN     PIC X(4)  VALUE SPACES.
           05 WS-EJERCICIO           PIC 9(4)  VALUE 0.
           05 WS-ANIO-NEGOCIO        PIC 9(4)  VALUE 0.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-CANT-CERRADO        PIC S9(4) COMP VALUE 0.
           05 WS-INDICE              PIC S9(4) COMP VALUE 0.
           05 WS-CANT-CUENTAS        PIC S9(4) COMP VALUE 0.
           05 WS-CANT-CERRADAS       PIC S9(4) COMP VALUE 0.
           05 WS-DESCUADRE           PIC X(1)  VALUE 'N'.
           05 WS-CUENTA              PIC X(8)  VALUE SPACES.
           05 WS-APERTURA-FETCH      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DEBE-FETCH          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-HABER-FETCH         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-APERTURA      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-DEBE          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-HABER         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-SALDO         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CIERRE-DEBE         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CIERRE-HABER        PIC S9(13)V9(2) COMP-3 VALUE 0.
      * Suma de los saldos deudores de resultado: positivo =
      * perdida, negativo = ganancia del ejercicio.
           05 WS-RESULTADO           PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Periodos del ejercicio a cerrar y de sus vecinos.
           05 WS-PER-APERTURA        PIC X(7)  VALUE SPACES.
           05 WS-PER-ENERO           PIC X(7)  VALUE SPACES.
           05 WS-PER-DICIEMBRE       PIC X(7)  VALUE SPACES.
           05 WS-PER-CIERRE          PIC X(7)  VALUE SPACES.
           05 WS-PER-APERTURA-SIG    PIC X(7)  VALUE SPACES.
           05 WS-PER-ENERO-ANT       PIC X(7)  VALUE SPACES.
           05 WS-PER-DICIEMBRE-ANT   PIC X(7)  VALUE SPACES.
           05 WS-PER-CIERRE-ANT      PIC X(7)  VALUE SPACES.

       01  WS-PERIODO-ARMADO.
           05 WS-PA-ANIO             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-PA-MES              PIC X(2).

      * Balance anual en memoria, en orden de cuenta (el cursor
      * viene ordenado); el mapeo real tiene un punado de
      * cuentas, 60 sobra.
       01  WS-TABLA-BALANCE.
           05 WS-BAL-ENTRADA OCCURS 60 TIMES
                 INDEXED BY IX-BAL.
              10 WS-BAL-CUENTA       PIC X(8).
              10 WS-BAL-APERTURA     PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-DEBE         PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-HABER        PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-SALDO        PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-CIE-DEBE     PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-CIE-HABER    PIC S9(13)V9(2) COMP-3.
              10 WS-BAL-SALDO-FINAL  PIC S9(13)V9(2) COMP-3.

       01  WS-LINEA-BALANCE.
           05 WS-LB-CUENTA           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LB-APERTURA         PIC -(10)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LB-DEBE             PIC -(10)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LB-HABER            PIC -(10)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LB-SALDO            PIC -(10)9,99.
           05 FILLER                 PIC X(8)  VALUE SPACES.

       01  WS-LINEA-ASIENTO.
           05 WS-LA-CUENTA           PIC X(8).
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 WS-LA-DEBE             PIC -(10)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LA-HABER            PIC -(10)9,99.
           05 FILLER                 PIC X(24) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO            PIC X(24).
           05 WS-LT-MONTO            PIC -(12)9,99.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKGY'.
           03  WC-CUENTA-RESULTADOS  PIC X(8)  VALUE '31010000'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-SALDOS.
           PERFORM 3000-BALANCE-PREVIO.
           IF WS-DESCUADRE = 'N'
               PERFORM 4000-ASIENTOS-DE-CIERRE
               PERFORM 5000-BALANCE-POSTERIOR
               PERFORM 7300-GRABAR-Y-SELLAR
           END-IF.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKGY - CIERRE DE EJERCICIO CONTABLE - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-EJERCICIO.
           PERFORM 7040-VALIDAR-EJERCICIO.
           OPEN OUTPUT BALANCE-ANUAL.
           MOVE 0 TO WS-CANT-CUENTAS.

      *================================================================*
      * 2000 - SALDOS DEL EJERCICIO POR CUENTA                         *
      *================================================================*
       2000-CARGAR-SALDOS.
           EXEC SQL DECLARE CUR-SALDOS-GY CURSOR FOR
               SELECT CUENTA_GL,
                   COALESCE(SUM(CASE WHEN PERIODO = :WS-PER-APERTURA
                       THEN DEBE - HABER ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN PERIODO = :WS-PER-APERTURA
                       THEN 0 ELSE DEBE END), 0),
                   COALESCE(SUM(CASE WHEN PERIODO = :WS-PER-APERTURA
                       THEN 0 ELSE HABER END), 0)
               FROM IBMUSER.SALDOS_GL_MES
               WHERE PERIODO BETWEEN :WS-PER-APERTURA
                 AND :WS-PER-DICIEMBRE
               GROUP BY CUENTA_GL
               ORDER BY CUENTA_GL
           END-EXEC.
           EXEC SQL OPEN CUR-SALDOS-GY END-EXEC.
           PERFORM 7100-FETCH-SALDO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-CARGAR-CUENTA
               PERFORM 7100-FETCH-SALDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-SALDOS-GY END-EXEC.

       2100-CARGAR-CUENTA.
           MOVE WS-CUENTA TO WS-LB-CUENTA.
           PERFORM 2400-UBICAR-CUENTA.
           MOVE WS-APERTURA-FETCH TO WS-BAL-APERTURA(WS-INDICE).
           MOVE WS-DEBE-FETCH     TO WS-BAL-DEBE(WS-INDICE).
           MOVE WS-HABER-FETCH    TO WS-BAL-HABER(WS-INDICE).
           COMPUTE WS-BAL-SALDO(WS-INDICE) =
               WS-APERTURA-FETCH + WS-DEBE-FETCH - WS-HABER-FETCH.
           ADD WS-APERTURA-FETCH TO WS-TOTAL-APERTURA.
           ADD WS-DEBE-FETCH     TO WS-TOTAL-DEBE.
           ADD WS-HABER-FETCH    TO WS-TOTAL-HABER.
           ADD WS-BAL-SALDO(WS-INDICE) TO WS-TOTAL-SALDO.

      * Busca (o da de alta) la cuenta contable en la tabla en
      * memoria; deja la posicion en WS-INDICE.
       2400-UBICAR-CUENTA.
           MOVE 0 TO WS-INDICE.
           PERFORM VARYING IX-BAL FROM 1 BY 1
                   UNTIL IX-BAL > WS-CANT-CUENTAS
                      OR WS-INDICE > 0
               IF WS-BAL-CUENTA(IX-BAL) = WS-LB-CUENTA
                   SET WS-INDICE TO IX-BAL
               END-IF
           END-PERFORM.
           IF WS-INDICE = 0
               ADD 1 TO WS-CANT-CUENTAS
               MOVE WS-CANT-CUENTAS TO WS-INDICE
               MOVE WS-LB-CUENTA TO WS-BAL-CUENTA(WS-INDICE)
               MOVE 0 TO WS-BAL-APERTURA(WS-INDICE)
               MOVE 0 TO WS-BAL-DEBE(WS-INDICE)
               MOVE 0 TO WS-BAL-HABER(WS-INDICE)
               MOVE 0 TO WS-BAL-SALDO(WS-INDICE)
               MOVE 0 TO WS-BAL-CIE-DEBE(WS-INDICE)
               MOVE 0 TO WS-BAL-CIE-HABER(WS-INDICE)
               MOVE 0 TO WS-BAL-SALDO-FINAL(WS-INDICE)
           END-IF.

      *================================================================*
      * 3000 - BALANCE DE COMPROBACION ANUAL PREVIO AL CIERRE          *
      *================================================================*
       3000-BALANCE-PREVIO.
           MOVE SPACES TO REG-BALANCE.
           STRING 'BALANCE ANUAL PREVIO AL CIERRE ' DELIMITED BY SIZE
               'EJERCICIO ' DELIMITED BY SIZE
               WS-EJERCICIO DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.
           PERFORM 3050-TITULOS-COLUMNAS.
           PERFORM 3100-ESCRIBIR-CUENTA
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-CUENTAS.

           MOVE 'TOTAL APERTURA ........:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-APERTURA          TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL DEBE ............:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-DEBE              TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL HABER ...........:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-HABER             TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.

      * La apertura tiene que sumar cero (la graba balanceada el
      * cierre anterior) y el anio debe = haber: el saldo total
      * es la suma de los dos descuadres posibles.
           IF WS-TOTAL-SALDO NOT = 0
               MOVE 'S' TO WS-DESCUADRE
               MOVE 'DESCUADRE !! ..........:' TO WS-LT-TEXTO
               MOVE WS-TOTAL-SALDO             TO WS-LT-MONTO
               WRITE REG-BALANCE FROM WS-LINEA-TOTAL
               DISPLAY 'PBNKGY - DESCUADRE, NO SE CIERRA'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3050-TITULOS-COLUMNAS.
           MOVE SPACES TO REG-BALANCE.
           STRING 'CUENTA          APERTURA' DELIMITED BY SIZE
               '            DEBE' DELIMITED BY SIZE
               '           HABER' DELIMITED BY SIZE
               '           SALDO' DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.

       3100-ESCRIBIR-CUENTA.
           MOVE WS-BAL-CUENTA(WS-INDICE)   TO WS-LB-CUENTA.
           MOVE WS-BAL-APERTURA(WS-INDICE) TO WS-LB-APERTURA.
           MOVE WS-BAL-DEBE(WS-INDICE)     TO WS-LB-DEBE.
           MOVE WS-BAL-HABER(WS-INDICE)    TO WS-LB-HABER.
           MOVE WS-BAL-SALDO(WS-INDICE)    TO WS-LB-SALDO.
           WRITE REG-BALANCE FROM WS-LINEA-BALANCE.

      *================================================================*
      * 4000 - ASIENTOS DE CIERRE: RESULTADOS A NO ASIGNADOS           *
      *================================================================*
       4000-ASIENTOS-DE-CIERRE.
           MOVE 0 TO WS-RESULTADO.
           MOVE 0 TO WS-CANT-CERRADAS.
           PERFORM 4100-CERRAR-CUENTA
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-CUENTAS.

      * Contrapartida unica: el resultado neto. Perdida (saldo
      * deudor de resultados) al debe, ganancia al haber.
           IF WS-RESULTADO NOT = 0
               MOVE WC-CUENTA-RESULTADOS TO WS-LB-CUENTA
               PERFORM 2400-UBICAR-CUENTA
               IF WS-RESULTADO > 0
                   ADD WS-RESULTADO TO WS-BAL-CIE-DEBE(WS-INDICE)
                   ADD WS-RESULTADO TO WS-CIERRE-DEBE
               ELSE
                   SUBTRACT WS-RESULTADO
                       FROM WS-BAL-CIE-HABER(WS-INDICE)
                   SUBTRACT WS-RESULTADO FROM WS-CIERRE-HABER
               END-IF
           END-IF.

           MOVE SPACES TO REG-BALANCE.
           WRITE REG-BALANCE.
           MOVE SPACES TO REG-BALANCE.
           STRING 'ASIENTOS DE CIERRE ' DELIMITED BY SIZE
               WS-PER-CIERRE DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.
           MOVE SPACES TO REG-BALANCE.
           STRING 'CUENTA                              DEBE'
               DELIMITED BY SIZE
               '           HABER' DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.
           PERFORM 4200-ESCRIBIR-ASIENTO
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-CUENTAS.

           MOVE 'TOTAL DEBE ............:' TO WS-LT-TEXTO.
           MOVE WS-CIERRE-DEBE             TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           MOVE 'TOTAL HABER ...........:' TO WS-LT-TEXTO.
           MOVE WS-CIERRE-HABER            TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           MOVE 'RESULTADO DEL EJERCICIO:' TO WS-LT-TEXTO.
           COMPUTE WS-LT-MONTO = 0 - WS-RESULTADO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.
           DISPLAY 'PBNKGY - CUENTAS DE RESULTADO CERRADAS: '
               WS-CANT-CERRADAS.

      * Solo las cuentas de resultado; el primer digito del
      * plan de cuentas separa 4 ingresos y 5/6 egresos del
      * resto (patrimoniales).
       4100-CERRAR-CUENTA.
           IF (WS-BAL-CUENTA(WS-INDICE)(1:1) = '4'
                   OR WS-BAL-CUENTA(WS-INDICE)(1:1) = '5'
                   OR WS-BAL-CUENTA(WS-INDICE)(1:1) = '6')
              AND WS-BAL-SALDO(WS-INDICE) NOT = 0
               IF WS-BAL-SALDO(WS-INDICE) > 0
                   MOVE WS-BAL-SALDO(WS-INDICE)
                     TO WS-BAL-CIE-HABER(WS-INDICE)
                   ADD WS-BAL-SALDO(WS-INDICE) TO WS-CIERRE-HABER
               ELSE
                   COMPUTE WS-BAL-CIE-DEBE(WS-INDICE) =
                       0 - WS-BAL-SALDO(WS-INDICE)
                   SUBTRACT WS-BAL-SALDO(WS-INDICE)
                       FROM WS-CIERRE-DEBE
               END-IF
               ADD WS-BAL-SALDO(WS-INDICE) TO WS-RESULTADO
               ADD 1 TO WS-CANT-CERRADAS
           END-IF.

       4200-ESCRIBIR-ASIENTO.
           IF WS-BAL-CIE-DEBE(WS-INDICE) NOT = 0
              OR WS-BAL-CIE-HABER(WS-INDICE) NOT = 0
               MOVE WS-BAL-CUENTA(WS-INDICE)    TO WS-LA-CUENTA
               MOVE WS-BAL-CIE-DEBE(WS-INDICE)  TO WS-LA-DEBE
               MOVE WS-BAL-CIE-HABER(WS-INDICE) TO WS-LA-HABER
               WRITE REG-BALANCE FROM WS-LINEA-ASIENTO
           END-IF.

      *================================================================*
      * 5000 - BALANCE POSTERIOR AL CIERRE (APERTURA SIGUIENTE)        *
      *================================================================*
       5000-BALANCE-POSTERIOR.
           MOVE SPACES TO REG-BALANCE.
           WRITE REG-BALANCE.
           MOVE SPACES TO REG-BALANCE.
           STRING 'BALANCE ANUAL POSTERIOR AL CIERRE '
               DELIMITED BY SIZE
               'EJERCICIO ' DELIMITED BY SIZE
               WS-EJERCICIO DELIMITED BY SIZE
               INTO REG-BALANCE.
           WRITE REG-BALANCE.
           PERFORM 3050-TITULOS-COLUMNAS.
           MOVE 0 TO WS-TOTAL-SALDO.
           PERFORM 5100-ESCRIBIR-CUENTA-FINAL
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-CUENTAS.
           MOVE 'TOTAL SALDOS ..........:' TO WS-LT-TEXTO.
           MOVE WS-TOTAL-SALDO             TO WS-LT-MONTO.
           WRITE REG-BALANCE FROM WS-LINEA-TOTAL.

      * Debe/haber de la linea = todo el anio mas el asiento de
      * cierre; el saldo final es la apertura del anio siguiente.
       5100-ESCRIBIR-CUENTA-FINAL.
           COMPUTE WS-BAL-SALDO-FINAL(WS-INDICE) =
               WS-BAL-SALDO(WS-INDICE)
               + WS-BAL-CIE-DEBE(WS-INDICE)
               - WS-BAL-CIE-HABER(WS-INDICE).
           ADD WS-BAL-SALDO-FINAL(WS-INDICE) TO WS-TOTAL-SALDO.
           MOVE WS-BAL-CUENTA(WS-INDICE)   TO WS-LB-CUENTA.
           MOVE WS-BAL-APERTURA(WS-INDICE) TO WS-LB-APERTURA.
           COMPUTE WS-LB-DEBE =
               WS-BAL-DEBE(WS-INDICE) + WS-BAL-CIE-DEBE(WS-INDICE).
           COMPUTE WS-LB-HABER =
               WS-BAL-HABER(WS-INDICE)
               + WS-BAL-CIE-HABER(WS-INDICE).
           MOVE WS-BAL-SALDO-FINAL(WS-INDICE) TO WS-LB-SALDO.
           WRITE REG-BALANCE FROM WS-LINEA-BALANCE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Ejercicio por SYSIN; vacio = anio anterior al de la fecha
      * de negocio vigente.
       7020-RESOLVER-EJERCICIO.
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
           MOVE WS-FECHA-NEGOCIO(1:4) TO WS-ANIO-NEGOCIO.

           ACCEPT WS-EJERCICIO-SYSIN FROM SYSIN.
           IF WS-EJERCICIO-SYSIN = SPACES OR LOW-VALUES
               COMPUTE WS-EJERCICIO = WS-ANIO-NEGOCIO - 1
           ELSE
               IF WS-EJERCICIO-SYSIN IS NOT NUMERIC
                   DISPLAY 'PBNKGY - EJERCICIO INVALIDO: '
                       WS-EJERCICIO-SYSIN
                   MOVE 8 TO RETURN-CODE
                   MOVE RETURN-CODE TO WS-EJEC-RC
                   PERFORM 9820-CERRAR-EJECUCION
                   STOP RUN
               END-IF
               MOVE WS-EJERCICIO-SYSIN TO WS-EJERCICIO
           END-IF.
           DISPLAY 'PBNKGY - EJERCICIO A CERRAR: ' WS-EJERCICIO.

           MOVE WS-EJERCICIO TO WS-PA-ANIO.
           MOVE '00' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-APERTURA.
           MOVE '01' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-ENERO.
           MOVE '12' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-DICIEMBRE.
           MOVE '13' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-CIERRE.
           COMPUTE WS-PA-ANIO = WS-EJERCICIO + 1.
           MOVE '00' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-APERTURA-SIG.
           COMPUTE WS-PA-ANIO = WS-EJERCICIO - 1.
           MOVE '01' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-ENERO-ANT.
           MOVE '12' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-DICIEMBRE-ANT.
           MOVE '13' TO WS-PA-MES.
           MOVE WS-PERIODO-ARMADO TO WS-PER-CIERRE-ANT.

       7040-VALIDAR-EJERCICIO.
           IF WS-EJERCICIO NOT < WS-ANIO-NEGOCIO
               DISPLAY 'PBNKGY - EL EJERCICIO EN CURSO NO SE CIERRA'
               PERFORM 7090-RECHAZAR-EJERCICIO
           END-IF.

           MOVE WS-PER-CIERRE TO HV-PERIODO-CIER.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES
               WHERE PERIODO = :HV-PERIODO-CIER
           END-EXEC.
           IF WS-CANT-CERRADO > 0
               DISPLAY 'PBNKGY - EL EJERCICIO YA ESTA CERRADO'
               PERFORM 7090-RECHAZAR-EJERCICIO
           END-IF.

      * Los doce meses sellados por PBNKGM, y con sus saldos por
      * cuenta: un mes sellado sin filas en SALDOS_GL_MES no
      * puede entrar al balance anual.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES
               WHERE PERIODO BETWEEN :WS-PER-ENERO
                 AND :WS-PER-DICIEMBRE
           END-EXEC.
           IF WS-CANT-CERRADO < 12
               DISPLAY 'PBNKGY - MESES SIN SELLAR EN EL EJERCICIO: '
                   WS-CANT-CERRADO ' DE 12 SELLADOS'
               PERFORM 7090-RECHAZAR-EJERCICIO
           END-IF.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(DISTINCT PERIODO)
               INTO :WS-CANT-CERRADO
               FROM IBMUSER.SALDOS_GL_MES
               WHERE PERIODO BETWEEN :WS-PER-ENERO
                 AND :WS-PER-DICIEMBRE
           END-EXEC.
           IF WS-CANT-CERRADO < 12
               DISPLAY 'PBNKGY - MESES SELLADOS SIN SALDOS POR '
                   'CUENTA: ' WS-CANT-CERRADO ' DE 12 CON SALDOS'
               PERFORM 7090-RECHAZAR-EJERCICIO
           END-IF.

      * Si el ejercicio anterior tuvo meses sellados, tiene que
      * estar cerrado: sin eso no hay saldos de apertura.
           MOVE 0 TO WS-CANT-CERRADO.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
               FROM IBMUSER.CIERRES_CONTABLES
               WHERE PERIODO BETWEEN :WS-PER-ENERO-ANT
                 AND :WS-PER-DICIEMBRE-ANT
           END-EXEC.
           IF WS-CANT-CERRADO > 0
               MOVE WS-PER-CIERRE-ANT TO HV-PERIODO-CIER
               MOVE 0 TO WS-CANT-CERRADO
               EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CERRADO
                   FROM IBMUSER.CIERRES_CONTABLES
                   WHERE PERIODO = :HV-PERIODO-CIER
               END-EXEC
               IF WS-CANT-CERRADO = 0
                   DISPLAY 'PBNKGY - EL EJERCICIO ANTERIOR NO ESTA '
                       'CERRADO'
                   PERFORM 7090-RECHAZAR-EJERCICIO
               END-IF
           END-IF.

       7090-RECHAZAR-EJERCICIO.
           MOVE 8 TO RETURN-CODE.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           STOP RUN.

       7100-FETCH-SALDO.
           EXEC SQL FETCH CUR-SALDOS-GY
               INTO :WS-CUENTA, :WS-APERTURA-FETCH,
                    :WS-DEBE-FETCH, :WS-HABER-FETCH
           END-EXEC.

      * Asientos 'AAAA-13', apertura 'AAAA+1-00' y el sello del
      * ejercicio en una sola unidad de trabajo: o queda todo o
      * no queda nada y se relanza.
       7300-GRABAR-Y-SELLAR.
           MOVE 0 TO SQLCODE.
           PERFORM 7310-GRABAR-CUENTA
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-CUENTAS
                  OR SQLCODE NOT = 0.
           IF SQLCODE = 0
               MOVE WS-PER-CIERRE    TO HV-PERIODO-CIER
               MOVE WS-CIERRE-DEBE   TO HV-TOT-DEBE-CIER
               MOVE WS-CIERRE-HABER  TO HV-TOT-HABER-CIER
               MOVE WS-CANT-CERRADAS TO HV-CANT-CTAS-CIER
               MOVE WC-PROGRAMA      TO HV-CERRADO-POR-CIER
               EXEC SQL INSERT INTO IBMUSER.CIERRES_CONTABLES
                   (PERIODO, TOTAL_DEBE, TOTAL_HABER, CANT_CUENTAS,
                    CERRADO_POR, FECHA_CIERRE)
                   VALUES (:HV-PERIODO-CIER, :HV-TOT-DEBE-CIER,
                    :HV-TOT-HABER-CIER, :HV-CANT-CTAS-CIER,
                    :HV-CERRADO-POR-CIER, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'EJERCICIO CERRADO .....:' TO WS-LT-TEXTO
               MOVE 0 TO WS-LT-MONTO
               WRITE REG-BALANCE FROM WS-LINEA-TOTAL
               DISPLAY 'PBNKGY - EJERCICIO CERRADO: ' WS-EJERCICIO
           ELSE
               DISPLAY 'PBNKGY - ERROR GRABANDO SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           END-IF.

       7310-GRABAR-CUENTA.
           MOVE WS-BAL-CUENTA(WS-INDICE) TO HV-CUENTA-SGLM.
           IF WS-BAL-CIE-DEBE(WS-INDICE) NOT = 0
              OR WS-BAL-CIE-HABER(WS-INDICE) NOT = 0
               MOVE WS-PER-CIERRE TO HV-PERIODO-SGLM
               MOVE WS-BAL-CIE-DEBE(WS-INDICE)  TO HV-DEBE-SGLM
               MOVE WS-BAL-CIE-HABER(WS-INDICE) TO HV-HABER-SGLM
               PERFORM 7320-INSERTAR-SALDO
           END-IF.
           IF SQLCODE = 0
              AND WS-BAL-SALDO-FINAL(WS-INDICE) NOT = 0
               MOVE WS-PER-APERTURA-SIG TO HV-PERIODO-SGLM
               MOVE 0 TO HV-DEBE-SGLM
               MOVE 0 TO HV-HABER-SGLM
               IF WS-BAL-SALDO-FINAL(WS-INDICE) > 0
                   MOVE WS-BAL-SALDO-FINAL(WS-INDICE)
                     TO HV-DEBE-SGLM
               ELSE
                   COMPUTE HV-HABER-SGLM =
                       0 - WS-BAL-SALDO-FINAL(WS-INDICE)
               END-IF
               PERFORM 7320-INSERTAR-SALDO
           END-IF.

       7320-INSERTAR-SALDO.
           EXEC SQL INSERT INTO IBMUSER.SALDOS_GL_MES
               (PERIODO, CUENTA_GL, DEBE, HABER)
               VALUES (:HV-PERIODO-SGLM, :HV-CUENTA-SGLM,
                :HV-DEBE-SGLM, :HV-HABER-SGLM)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-CUENTAS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE BALANCE-ANUAL.
           DISPLAY 'PBNKGY - CIERRE DE EJERCICIO CONTABLE - FIN'.

       COPY CPYEJBP.
