       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKNS.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKNS                                 **
      ** TITULO ...........: CONCILIACION DE LA CUENTA NOSTRO       **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Carga el extracto diario del banco liquidador (DD        **
      **   NOSEXT, interfaz 'NOSEXT', con HDR/TRL y prevalidacion   **
      **   de CPYARCP) en IBMUSER.EXTRACTO_NOSTRO y sus saldos de   **
      **   apertura y cierre en IBMUSER.SALDOS_NOSTRO. Un extracto  **
      **   cuyo cierre no sea la apertura mas sus movimientos, o    **
      **   de una fecha ya cargada, se rechaza con RETURN-CODE 16.  **
      ** - Concilia cada partida abierta del extracto contra los    **
      **   lotes de liquidacion propios (LIQUIDACIONES_NOSTRO, que  **
      **   registran PBNKCS, PBNKCE y PBNKCR), en este orden:       **
      **   referencia + importe + sentido ('R'); importe + sentido  **
      **   + fecha ('I'); y neteo uno-a-muchos ('N') contra todos   **
      **   los lotes abiertos de la fecha valor, primero los del    **
      **   mismo sentido y luego el neto con signo del dia.         **
      ** - Prueba los saldos contra la cuenta contable de           **
      **   liquidacion (saldo anterior + lotes del periodo): la     **
      **   diferencia entre extracto y libros debe ser exactamente  **
      **   las partidas abiertas de un lado menos las del otro; lo  **
      **   que sobre queda en SALDOS_NOSTRO.DIFERENCIA y el job     **
      **   termina con RETURN-CODE 8.                               **
      ** - Reporte DD NOSREP: prueba de saldos y partidas abiertas  **
      **   de ambos lados con su antiguedad y tramo; una partida    **
      **   con mas de DIAS_PARTIDA_NOSTRO dias (PARAMETROS) se      **
      **   marca y deja RETURN-CODE 4.                              **
      ** - SYSIN con una fecha AAAA-MM-DD no lee archivo: vuelve a  **
      **   conciliar y probar ese extracto ya cargado (p.ej. tras   **
      **   un lote propio registrado tarde).                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EXTRACTO ASSIGN TO NOSEXT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE-NOSTRO ASSIGN TO NOSREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EXTRACTO
           RECORDING MODE IS F.
       01  REG-EXTRACTO.
      * 'A' saldo de apertura, 'M' movimiento, 'C' saldo de cierre.
           05 EXT-TIPO-REG              PIC X(01).
      * AAAA-MM-DD: fecha del extracto (A/C) o fecha valor (M).
           05 EXT-FECHA                 PIC X(10).
      * M: 'C' entra / 'D' sale. A/C: 'C' saldo a favor / 'D' deudor.
           05 EXT-SENTIDO               PIC X(01).
           05 EXT-MONTO                 PIC 9(13)V99.
           05 EXT-REFERENCIA            PIC X(16).
           05 EXT-DESCRIPCION           PIC X(30).
           05 FILLER                    PIC X(07).

       FD  REPORTE-NOSTRO
           RECORDING MODE IS F.
       01  REG-REPORTE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLENOS END-EXEC.
           EXEC SQL INCLUDE DCLLNOS END-EXEC.
           EXEC SQL INCLUDE DCLSNOS END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-FECHA-EXTRACTO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-CIERRE        PIC X(10) VALUE SPACES.
           05 WS-FECHA-ANTERIOR      PIC X(10) VALUE '0001-01-01'.
           05 WS-CANT-APERTURAS      PIC S9(4) COMP VALUE 0.
           05 WS-CANT-CIERRES        PIC S9(4) COMP VALUE 0.
           05 WS-CANT-EXISTE         PIC S9(9) COMP VALUE 0.
      * Saldos con signo (positivo = a favor del banco).
           05 WS-EXT-APERTURA        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-EXT-CIERRE          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-EXT-MOVIMIENTOS     PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-EXT-CIERRE-ANT      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-LIB-APERTURA        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-LIB-CIERRE          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-LIB-MOVIMIENTOS     PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-PEND-EXTRACTO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-PEND-LIBROS         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-PEND-EXT-ANT        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-PEND-LIB-ANT        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DIF-APERTURA        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DIFERENCIA          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-FIRMADO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-HAY-ANTERIOR        PIC X(1)  VALUE 'N'.
      * Partida del extracto en conciliacion.
           05 WS-ENTRADA-FIRMADA     PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-NETO-LOTES          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-LOTES          PIC S9(9) COMP VALUE 0.
           05 WS-TIPO-MATCH          PIC X(1)  VALUE SPACE.
      * Antiguedad de las partidas abiertas.
           05 WS-DIAS-PARTIDA        PIC S9(4) COMP VALUE 5.
           05 WS-ANTIGUEDAD          PIC S9(9) COMP VALUE 0.
      * Contadores.
           05 WS-CONTADOR-CARGADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-REFER      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-IMPORTE    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-NETEO      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ABIERTAS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-VENCIDAS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-SECUENCIA-EDIT      PIC 9(6).

       01  WS-LINEA-SALDO.
           05 WS-LS-CONCEPTO         PIC X(44).
           05 WS-LS-IMPORTE          PIC -(12)9,99.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LINEA-PARTIDA.
           05 WS-LP-FECHA            PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-SENTIDO          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-IMPORTE          PIC Z(12)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-REFERENCIA       PIC X(16).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-DETALLE          PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-DIAS             PIC ZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LP-TRAMO            PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LP-MARCA            PIC X(1).
           05 FILLER                 PIC X(9)  VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
           05 SW-MODO                PIC X(01) VALUE 'C'.
              88 MODO-CARGA                    VALUE 'C'.
              88 MODO-RECONCILIA               VALUE 'R'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKNS'.
           03  WC-INTERFAZ           PIC X(8)  VALUE 'NOSEXT'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           IF MODO-CARGA
               PERFORM 2000-CARGAR-EXTRACTO
           END-IF.
           PERFORM 3000-CONCILIAR.
           PERFORM 4000-PROBAR-SALDOS.
           PERFORM 5000-EMITIR-REPORTE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKNS - CONCILIACION NOSTRO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7010-LEER-PARAMETROS.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           IF WS-FECHA-SYSIN = SPACES
               SET MODO-CARGA TO TRUE
               PERFORM 1200-ABRIR-EXTRACTO
           ELSE
               SET MODO-RECONCILIA TO TRUE
               PERFORM 1300-RETOMAR-EXTRACTO
           END-IF.
           MOVE WS-ARC-SECUENCIA TO WS-SECUENCIA-EDIT.
           DISPLAY 'PBNKNS - EXTRACTO DEL ' WS-FECHA-EXTRACTO
               ' SECUENCIA ' WS-SECUENCIA-EDIT.
           OPEN OUTPUT REPORTE-NOSTRO.

      * Prevalidacion del libro de control (CPYARCP) y de la
      * consistencia del propio extracto, ANTES de cargar nada.
       1200-ABRIR-EXTRACTO.
           OPEN INPUT ARCHIVO-EXTRACTO.
           MOVE WC-INTERFAZ TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK = 'S'
               PERFORM 1150-VALIDAR-SALDOS-ARCHIVO
           END-IF.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKNS - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               CLOSE ARCHIVO-EXTRACTO
               PERFORM 9100-RECHAZAR-ARCHIVO
           END-IF.

      * Relanzamiento sin archivo: el extracto ya esta cargado.
       1300-RETOMAR-EXTRACTO.
           MOVE WS-FECHA-SYSIN TO HV-FECHA-SNOS.
           PERFORM 7020-LEER-SALDOS-EXTRACTO.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKNS - NO HAY EXTRACTO CARGADO DEL '
                   WS-FECHA-SYSIN ' SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           MOVE HV-FECHA-SNOS     TO WS-FECHA-EXTRACTO.
           MOVE HV-SECUENCIA-SNOS TO WS-ARC-SECUENCIA.
           MOVE HV-EXT-APER-SNOS  TO WS-EXT-APERTURA.
           MOVE HV-EXT-CIER-SNOS  TO WS-EXT-CIERRE.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKCE: acumula cantidad y total de los movimientos, *
      * valida HDR/TRL y reabre el archivo. Ademas toma los saldos de  *
      * apertura y cierre y el neto con signo de los movimientos.      *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-REGISTRO-EXTRACTO.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-EXTRACTO TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-REGISTRO-EXTRACTO
                   IF NOT FIN-ARCHIVO
                       MOVE REG-EXTRACTO TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           PERFORM 1110-ACUMULAR-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-EXTRACTO.
           OPEN INPUT ARCHIVO-EXTRACTO.
           MOVE 'N' TO SW-FIN-ARCHIVO.

       1110-ACUMULAR-REGISTRO.
           IF EXT-MONTO IS NUMERIC
               IF EXT-SENTIDO = 'D'
                   COMPUTE WS-SALDO-FIRMADO = 0 - EXT-MONTO
               ELSE
                   MOVE EXT-MONTO TO WS-SALDO-FIRMADO
               END-IF
           ELSE
               MOVE 0 TO WS-SALDO-FIRMADO
           END-IF.
           EVALUATE EXT-TIPO-REG
               WHEN 'A'
                   ADD 1 TO WS-CANT-APERTURAS
                   MOVE EXT-FECHA TO WS-FECHA-EXTRACTO
                   MOVE WS-SALDO-FIRMADO TO WS-EXT-APERTURA
               WHEN 'C'
                   ADD 1 TO WS-CANT-CIERRES
                   MOVE EXT-FECHA TO WS-FECHA-CIERRE
                   MOVE WS-SALDO-FIRMADO TO WS-EXT-CIERRE
               WHEN OTHER
                   ADD 1 TO WS-ARC-CANT-LEIDOS
                   IF EXT-MONTO IS NUMERIC
                       ADD EXT-MONTO TO WS-ARC-TOTAL-LEIDO
                       ADD WS-SALDO-FIRMADO TO WS-EXT-MOVIMIENTOS
                   END-IF
           END-EVALUATE.

      * El extracto tiene que cuadrar consigo mismo y no puede ser
      * de una fecha ya cargada.
       1150-VALIDAR-SALDOS-ARCHIVO.
           MOVE 'N' TO WS-ARC-OK.
           EVALUATE TRUE
               WHEN WS-CANT-APERTURAS NOT = 1
                       OR WS-CANT-CIERRES NOT = 1
                   MOVE 'FALTA SALDO APERTURA O CIERRE'
                     TO WS-ARC-MOTIVO
               WHEN WS-FECHA-CIERRE NOT = WS-FECHA-EXTRACTO
                   MOVE 'FECHAS DE SALDOS DISTINTAS' TO WS-ARC-MOTIVO
               WHEN WS-EXT-APERTURA + WS-EXT-MOVIMIENTOS
                       NOT = WS-EXT-CIERRE
                   MOVE 'EXTRACTO NO CUADRA CON CIERRE'
                     TO WS-ARC-MOTIVO
               WHEN OTHER
                   PERFORM 7030-VALIDAR-FECHA-EXTRACTO
                   EVALUATE TRUE
                       WHEN SQLCODE NOT = 0
                           MOVE 'FECHA DE EXTRACTO INVALIDA'
                             TO WS-ARC-MOTIVO
                       WHEN WS-CANT-EXISTE > 0
                           MOVE 'EXTRACTO DE FECHA YA CARGADA'
                             TO WS-ARC-MOTIVO
                       WHEN OTHER
                           MOVE 'S' TO WS-ARC-OK
                   END-EVALUATE
           END-EVALUATE.

      *================================================================*
      * 2000 - CARGA DEL EXTRACTO (UNA UNIDAD DE TRABAJO)              *
      * Todo o nada: la carga se confirma con el registro del archivo  *
      * en el libro de control (9770), asi un relanzamiento tras una   *
      * caida encuentra la secuencia libre y no duplica partidas.      *
      *================================================================*
       2000-CARGAR-EXTRACTO.
           MOVE 0 TO SQLCODE.
           PERFORM 7100-LEER-REGISTRO-EXTRACTO.
           PERFORM UNTIL FIN-ARCHIVO OR SQLCODE NOT = 0
               IF EXT-TIPO-REG = 'M'
                   PERFORM 7200-INSERTAR-PARTIDA
                   ADD 1 TO WS-CONTADOR-CARGADOS
               END-IF
               PERFORM 7100-LEER-REGISTRO-EXTRACTO
           END-PERFORM.
           IF SQLCODE = 0
               PERFORM 7250-INSERTAR-SALDOS-EXTRACTO
           END-IF.
           CLOSE ARCHIVO-EXTRACTO.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKNS - ERROR DB2 EN LA CARGA SQLCODE '
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ERROR DB2 EN LA CARGA' TO WS-ARC-MOTIVO
               PERFORM 9100-RECHAZAR-ARCHIVO
           END-IF.
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           DISPLAY 'PBNKNS - PARTIDAS CARGADAS   : '
               WS-CONTADOR-CARGADOS.

      *================================================================*
      * 3000 - CONCILIACION DE LAS PARTIDAS ABIERTAS DEL EXTRACTO      *
      * Incluye las de extractos anteriores que siguen abiertas: un    *
      * lote propio registrado tarde se concilia al dia siguiente.     *
      *================================================================*
       3000-CONCILIAR.
           PERFORM 7300-ABRIR-CURSOR-PENDIENTES.
           PERFORM 7310-FETCH-PENDIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-CONCILIAR-PARTIDA
               PERFORM 7310-FETCH-PENDIENTE
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKNS - ERROR EN CURSOR PENDIENTES SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-EXT-PEND END-EXEC.

       3100-CONCILIAR-PARTIDA.
           IF HV-SENTIDO-ENOS = 'D'
               COMPUTE WS-ENTRADA-FIRMADA = 0 - HV-MONTO-ENOS
           ELSE
               MOVE HV-MONTO-ENOS TO WS-ENTRADA-FIRMADA
           END-IF.
           MOVE SPACE TO WS-TIPO-MATCH.
           MOVE 0 TO WS-CANT-LOTES.

      * 1) Referencia + importe + sentido, cualquier fecha.
           IF HV-REFER-ENOS NOT = SPACES
               PERFORM 7400-BUSCAR-POR-REFERENCIA
               IF SQLCODE = 0
                   MOVE 'R' TO WS-TIPO-MATCH
                   PERFORM 7410-MARCAR-LOTE
               END-IF
           END-IF.
      * 2) Importe + sentido + fecha.
           IF WS-TIPO-MATCH = SPACE
               PERFORM 7420-BUSCAR-POR-IMPORTE
               IF SQLCODE = 0
                   MOVE 'I' TO WS-TIPO-MATCH
                   PERFORM 7410-MARCAR-LOTE
               END-IF
           END-IF.
      * 3) Neteo: varios lotes de la fecha valor contra una partida.
           IF WS-TIPO-MATCH = SPACE
               PERFORM 3200-CONCILIAR-NETEO
           END-IF.

           IF WS-TIPO-MATCH NOT = SPACE
               IF SQLCODE = 0
                   PERFORM 7450-MARCAR-PARTIDA
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   EVALUATE WS-TIPO-MATCH
                       WHEN 'R'
                           ADD 1 TO WS-CONTADOR-REFER
                       WHEN 'I'
                           ADD 1 TO WS-CONTADOR-IMPORTE
                       WHEN OTHER
                           ADD 1 TO WS-CONTADOR-NETEO
                   END-EVALUATE
               ELSE
                   DISPLAY 'PBNKNS - ERROR SQLCODE ' SQLCODE
                       ' CONCILIANDO PARTIDA ' HV-ID-ENOS
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      * La vuelta del cursor se controla por su propio SQLCODE.
           MOVE 0 TO SQLCODE.

      * Primero los lotes del mismo sentido (el banco suma en una
      * partida todos los pagos o todos los cobros del dia); si no
      * cierra, el neto con signo de todos los lotes de la fecha.
      * Solo cuenta como neteo si entran dos o mas lotes.
       3200-CONCILIAR-NETEO.
           PERFORM 7430-SUMAR-LOTES-SENTIDO.
           IF SQLCODE = 0 AND WS-CANT-LOTES > 1
               AND WS-NETO-LOTES = HV-MONTO-ENOS
               MOVE 'N' TO WS-TIPO-MATCH
               PERFORM 7435-MARCAR-LOTES-SENTIDO
           ELSE
               PERFORM 7440-SUMAR-LOTES-DIA
               IF SQLCODE = 0 AND WS-CANT-LOTES > 1
                   AND WS-NETO-LOTES = WS-ENTRADA-FIRMADA
                   MOVE 'N' TO WS-TIPO-MATCH
                   PERFORM 7445-MARCAR-LOTES-DIA
               END-IF
           END-IF.

      *================================================================*
      * 4000 - PRUEBA DE SALDOS CONTRA LA CUENTA DE LIQUIDACION        *
      *================================================================*
       4000-PROBAR-SALDOS.
      * Saldo contable de apertura: el cierre de libros de la prueba
      * anterior; la primera vez, el saldo inicial parametrizado.
           PERFORM 7500-LEER-PRUEBA-ANTERIOR.
           IF SQLCODE = 0
               MOVE 'S' TO WS-HAY-ANTERIOR
               MOVE HV-FECHA-SNOS    TO WS-FECHA-ANTERIOR
               MOVE HV-LIB-CIER-SNOS TO WS-LIB-APERTURA
               MOVE HV-EXT-CIER-SNOS TO WS-EXT-CIERRE-ANT
               MOVE HV-PEND-EXT-SNOS TO WS-PEND-EXT-ANT
               MOVE HV-PEND-LIB-SNOS TO WS-PEND-LIB-ANT
           END-IF.
           PERFORM 7510-SUMAR-LOTES-PERIODO.
           COMPUTE WS-LIB-CIERRE = WS-LIB-APERTURA
               + WS-LIB-MOVIMIENTOS.
           PERFORM 7520-SUMAR-PENDIENTES.
      * Apertura: la diferencia tiene que ser la que explicaban las
      * partidas abiertas al cierre anterior.
           COMPUTE WS-DIF-APERTURA = WS-EXT-APERTURA - WS-LIB-APERTURA
               - (WS-PEND-EXT-ANT - WS-PEND-LIB-ANT).
      * Cierre: extracto - libros = abiertas del extracto - abiertas
      * de libros (ver DDL/NOSTRO.sql).
           COMPUTE WS-DIFERENCIA = WS-EXT-CIERRE - WS-LIB-CIERRE
               - (WS-PEND-EXTRACTO - WS-PEND-LIBROS).
           PERFORM 7530-ACTUALIZAR-PRUEBA.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'PBNKNS - ERROR GRABANDO LA PRUEBA SQLCODE '
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-HAY-ANTERIOR = 'S'
               AND WS-EXT-APERTURA NOT = WS-EXT-CIERRE-ANT
               DISPLAY 'PBNKNS - AVISO: LA APERTURA DEL EXTRACTO NO '
                   'ES EL CIERRE DEL ' WS-FECHA-ANTERIOR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-DIFERENCIA NOT = 0 OR WS-DIF-APERTURA NOT = 0
               DISPLAY 'PBNKNS - SALDOS NO PROBADOS CONTRA LA CUENTA '
                   'DE LIQUIDACION'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 5000 - REPORTE DE PRUEBA Y PARTIDAS ABIERTAS (NOSREP)          *
      *================================================================*
       5000-EMITIR-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING 'CONCILIACION CUENTA NOSTRO - EXTRACTO DEL '
               WS-FECHA-EXTRACTO ' - SECUENCIA ' WS-SECUENCIA-EDIT
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'SALDO EXTRACTO APERTURA' TO WS-LS-CONCEPTO.
           MOVE WS-EXT-APERTURA TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'SALDO CUENTA DE LIQUIDACION APERTURA'
             TO WS-LS-CONCEPTO.
           MOVE WS-LIB-APERTURA TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'DIFERENCIA NO EXPLICADA EN LA APERTURA'
             TO WS-LS-CONCEPTO.
           MOVE WS-DIF-APERTURA TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'MOVIMIENTOS DEL EXTRACTO' TO WS-LS-CONCEPTO.
           COMPUTE WS-LS-IMPORTE = WS-EXT-CIERRE - WS-EXT-APERTURA.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'LOTES PROPIOS DEL PERIODO' TO WS-LS-CONCEPTO.
           MOVE WS-LIB-MOVIMIENTOS TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'SALDO EXTRACTO CIERRE' TO WS-LS-CONCEPTO.
           MOVE WS-EXT-CIERRE TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'SALDO CUENTA DE LIQUIDACION CIERRE'
             TO WS-LS-CONCEPTO.
           MOVE WS-LIB-CIERRE TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE '  MAS PARTIDAS ABIERTAS DEL EXTRACTO'
             TO WS-LS-CONCEPTO.
           MOVE WS-PEND-EXTRACTO TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE '  MENOS PARTIDAS ABIERTAS DE LIBROS'
             TO WS-LS-CONCEPTO.
           MOVE WS-PEND-LIBROS TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.
           MOVE 'DIFERENCIA NO EXPLICADA AL CIERRE' TO WS-LS-CONCEPTO.
           MOVE WS-DIFERENCIA TO WS-LS-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO.

           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'PARTIDAS ABIERTAS DEL EXTRACTO (EL BANCO LAS TIENE, '
             TO REG-REPORTE.
           MOVE 'LIBROS NO):' TO REG-REPORTE(52:11).
           WRITE REG-REPORTE.
           PERFORM 5900-TITULOS-PARTIDAS.
           MOVE 0 TO WS-CANT-LOTES.
           PERFORM 7600-ABRIR-CURSOR-ABIERTAS-EXT.
           PERFORM 7610-FETCH-ABIERTA-EXT.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-FECHA-VAL-ENOS TO WS-LP-FECHA
               MOVE HV-SENTIDO-ENOS   TO WS-LP-SENTIDO
               MOVE HV-MONTO-ENOS     TO WS-LP-IMPORTE
               MOVE HV-REFER-ENOS     TO WS-LP-REFERENCIA
               MOVE HV-DESCRIP-ENOS   TO WS-LP-DETALLE
               PERFORM 5100-ESCRIBIR-PARTIDA
               PERFORM 7610-FETCH-ABIERTA-EXT
           END-PERFORM.
           EXEC SQL CLOSE CUR-ABIERTAS-EXT END-EXEC.
           PERFORM 5800-SIN-PARTIDAS.

           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'LOTES PROPIOS ABIERTOS (LIBROS LOS TIENEN, '
             TO REG-REPORTE.
           MOVE 'EL BANCO NO):' TO REG-REPORTE(44:13).
           WRITE REG-REPORTE.
           PERFORM 5900-TITULOS-PARTIDAS.
           MOVE 0 TO WS-CANT-LOTES.
           PERFORM 7620-ABRIR-CURSOR-ABIERTAS-LIB.
           PERFORM 7630-FETCH-ABIERTA-LIB.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-FECHA-LNOS     TO WS-LP-FECHA
               MOVE HV-SENTIDO-LNOS   TO WS-LP-SENTIDO
               MOVE HV-MONTO-LNOS     TO WS-LP-IMPORTE
               MOVE HV-REFER-LNOS     TO WS-LP-REFERENCIA
               MOVE HV-PROGRAMA-LNOS  TO WS-LP-DETALLE
               PERFORM 5100-ESCRIBIR-PARTIDA
               PERFORM 7630-FETCH-ABIERTA-LIB
           END-PERFORM.
           EXEC SQL CLOSE CUR-ABIERTAS-LIB END-EXEC.
           PERFORM 5800-SIN-PARTIDAS.

      * Antiguedad en dias contra la fecha del extracto y su tramo;
      * '*' = supera DIAS_PARTIDA_NOSTRO.
       5100-ESCRIBIR-PARTIDA.
           ADD 1 TO WS-CANT-LOTES.
           ADD 1 TO WS-CONTADOR-ABIERTAS.
           MOVE WS-ANTIGUEDAD TO WS-LP-DIAS.
           EVALUATE TRUE
               WHEN WS-ANTIGUEDAD <= 1
                   MOVE 'HASTA 1'    TO WS-LP-TRAMO
               WHEN WS-ANTIGUEDAD <= 5
                   MOVE '2 A 5'      TO WS-LP-TRAMO
               WHEN WS-ANTIGUEDAD <= 30
                   MOVE '6 A 30'     TO WS-LP-TRAMO
               WHEN OTHER
                   MOVE 'MAS DE 30'  TO WS-LP-TRAMO
           END-EVALUATE.
           IF WS-ANTIGUEDAD > WS-DIAS-PARTIDA
               MOVE '*' TO WS-LP-MARCA
               ADD 1 TO WS-CONTADOR-VENCIDAS
           ELSE
               MOVE SPACE TO WS-LP-MARCA
           END-IF.
           WRITE REG-REPORTE FROM WS-LINEA-PARTIDA.

       5800-SIN-PARTIDAS.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKNS - ERROR LISTANDO PARTIDAS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CANT-LOTES = 0
               MOVE '(NINGUNA)' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       5900-TITULOS-PARTIDAS.
           MOVE SPACES TO REG-REPORTE.
           STRING 'FECHA       S            IMPORTE  REFERENCIA      '
               '  DETALLE               DIAS  TRAMO'
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
       7010-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_PARTIDA_NOSTRO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-PARTIDA
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SALDO_INICIAL_NOSTRO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-LIB-APERTURA
           END-IF.

       7020-LEER-SALDOS-EXTRACTO.
           EXEC SQL SELECT CHAR(FECHA_EXTRACTO, ISO), NRO_SECUENCIA,
                           SALDO_EXT_APERTURA, SALDO_EXT_CIERRE
               INTO :HV-FECHA-SNOS, :HV-SECUENCIA-SNOS,
                    :HV-EXT-APER-SNOS, :HV-EXT-CIER-SNOS
               FROM IBMUSER.SALDOS_NOSTRO
               WHERE FECHA_EXTRACTO = DATE(:HV-FECHA-SNOS)
           END-EXEC.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada.
       7030-VALIDAR-FECHA-EXTRACTO.
           MOVE WS-FECHA-EXTRACTO TO HV-FECHA-SNOS.
           MOVE 0 TO WS-CANT-EXISTE.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-EXISTE
               FROM IBMUSER.SALDOS_NOSTRO
               WHERE FECHA_EXTRACTO = DATE(:HV-FECHA-SNOS)
           END-EXEC.

       7100-LEER-REGISTRO-EXTRACTO.
           READ ARCHIVO-EXTRACTO
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7200-INSERTAR-PARTIDA.
           MOVE WS-ARC-SECUENCIA  TO HV-SECUENCIA-ENOS.
           MOVE WS-FECHA-EXTRACTO TO HV-FECHA-EXT-ENOS.
           MOVE EXT-FECHA         TO HV-FECHA-VAL-ENOS.
           MOVE EXT-SENTIDO       TO HV-SENTIDO-ENOS.
           MOVE EXT-MONTO         TO HV-MONTO-ENOS.
           MOVE EXT-REFERENCIA    TO HV-REFER-ENOS.
           MOVE EXT-DESCRIPCION   TO HV-DESCRIP-ENOS.
           EXEC SQL INSERT INTO IBMUSER.EXTRACTO_NOSTRO
               (NRO_SECUENCIA, FECHA_EXTRACTO, FECHA_VALOR, SENTIDO,
                MONTO, REFERENCIA, DESCRIPCION, ESTADO, FECHA_ALTA)
               VALUES (:HV-SECUENCIA-ENOS, DATE(:HV-FECHA-EXT-ENOS),
                DATE(:HV-FECHA-VAL-ENOS), :HV-SENTIDO-ENOS,
                :HV-MONTO-ENOS, :HV-REFER-ENOS, :HV-DESCRIP-ENOS,
                'P', CURRENT TIMESTAMP)
           END-EXEC.

       7250-INSERTAR-SALDOS-EXTRACTO.
           MOVE WS-FECHA-EXTRACTO TO HV-FECHA-SNOS.
           MOVE WS-ARC-SECUENCIA  TO HV-SECUENCIA-SNOS.
           MOVE WS-EXT-APERTURA   TO HV-EXT-APER-SNOS.
           MOVE WS-EXT-CIERRE     TO HV-EXT-CIER-SNOS.
           EXEC SQL INSERT INTO IBMUSER.SALDOS_NOSTRO
               (FECHA_EXTRACTO, NRO_SECUENCIA, SALDO_EXT_APERTURA,
                SALDO_EXT_CIERRE, ESTADO, FECHA_ALTA)
               VALUES (DATE(:HV-FECHA-SNOS), :HV-SECUENCIA-SNOS,
                :HV-EXT-APER-SNOS, :HV-EXT-CIER-SNOS, 'C',
                CURRENT TIMESTAMP)
           END-EXEC.

       7300-ABRIR-CURSOR-PENDIENTES.
           EXEC SQL DECLARE CUR-EXT-PEND CURSOR WITH HOLD FOR
               SELECT ID_EXT, CHAR(FECHA_VALOR, ISO), SENTIDO, MONTO,
                      REFERENCIA
               FROM IBMUSER.EXTRACTO_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_EXTRACTO <= DATE(:WS-FECHA-EXTRACTO)
               ORDER BY FECHA_VALOR, ID_EXT
           END-EXEC.
           EXEC SQL OPEN CUR-EXT-PEND END-EXEC.

       7310-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-EXT-PEND
               INTO :HV-ID-ENOS, :HV-FECHA-VAL-ENOS, :HV-SENTIDO-ENOS,
                    :HV-MONTO-ENOS, :HV-REFER-ENOS
           END-EXEC.

       7400-BUSCAR-POR-REFERENCIA.
           EXEC SQL SELECT ID_LIQ INTO :HV-ID-LNOS
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND REFERENCIA = :HV-REFER-ENOS
                 AND SENTIDO = :HV-SENTIDO-ENOS
                 AND MONTO = :HV-MONTO-ENOS
               ORDER BY FECHA_LIQ, ID_LIQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7410-MARCAR-LOTE.
           MOVE 1 TO WS-CANT-LOTES.
           EXEC SQL UPDATE IBMUSER.LIQUIDACIONES_NOSTRO
               SET ESTADO = 'C',
                   ID_EXT = :HV-ID-ENOS,
                   TIPO_MATCH = :WS-TIPO-MATCH,
                   FECHA_CONCILIA = DATE(:WS-FECHA-EXTRACTO)
               WHERE ID_LIQ = :HV-ID-LNOS
                 AND ESTADO = 'P'
           END-EXEC.

       7420-BUSCAR-POR-IMPORTE.
           EXEC SQL SELECT ID_LIQ INTO :HV-ID-LNOS
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ = DATE(:HV-FECHA-VAL-ENOS)
                 AND SENTIDO = :HV-SENTIDO-ENOS
                 AND MONTO = :HV-MONTO-ENOS
               ORDER BY ID_LIQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7430-SUMAR-LOTES-SENTIDO.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(MONTO), 0)
               INTO :WS-CANT-LOTES, :WS-NETO-LOTES
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ = DATE(:HV-FECHA-VAL-ENOS)
                 AND SENTIDO = :HV-SENTIDO-ENOS
           END-EXEC.

       7435-MARCAR-LOTES-SENTIDO.
           EXEC SQL UPDATE IBMUSER.LIQUIDACIONES_NOSTRO
               SET ESTADO = 'C',
                   ID_EXT = :HV-ID-ENOS,
                   TIPO_MATCH = 'N',
                   FECHA_CONCILIA = DATE(:WS-FECHA-EXTRACTO)
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ = DATE(:HV-FECHA-VAL-ENOS)
                 AND SENTIDO = :HV-SENTIDO-ENOS
           END-EXEC.

       7440-SUMAR-LOTES-DIA.
           EXEC SQL SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN SENTIDO = 'C' THEN MONTO
                                        ELSE 0 - MONTO END), 0)
               INTO :WS-CANT-LOTES, :WS-NETO-LOTES
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ = DATE(:HV-FECHA-VAL-ENOS)
           END-EXEC.

       7445-MARCAR-LOTES-DIA.
           EXEC SQL UPDATE IBMUSER.LIQUIDACIONES_NOSTRO
               SET ESTADO = 'C',
                   ID_EXT = :HV-ID-ENOS,
                   TIPO_MATCH = 'N',
                   FECHA_CONCILIA = DATE(:WS-FECHA-EXTRACTO)
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ = DATE(:HV-FECHA-VAL-ENOS)
           END-EXEC.

       7450-MARCAR-PARTIDA.
           MOVE WS-CANT-LOTES TO HV-CANT-LIQ-ENOS.
           EXEC SQL UPDATE IBMUSER.EXTRACTO_NOSTRO
               SET ESTADO = 'C',
                   TIPO_MATCH = :WS-TIPO-MATCH,
                   CANT_LIQ = :HV-CANT-LIQ-ENOS,
                   FECHA_CONCILIA = DATE(:WS-FECHA-EXTRACTO)
               WHERE ID_EXT = :HV-ID-ENOS
                 AND ESTADO = 'P'
           END-EXEC.

       7500-LEER-PRUEBA-ANTERIOR.
           EXEC SQL SELECT CHAR(FECHA_EXTRACTO, ISO),
                           SALDO_EXT_CIERRE, SALDO_LIB_CIERRE,
                           PEND_EXTRACTO, PEND_LIBROS
               INTO :HV-FECHA-SNOS, :HV-EXT-CIER-SNOS,
                    :HV-LIB-CIER-SNOS, :HV-PEND-EXT-SNOS,
                    :HV-PEND-LIB-SNOS
               FROM IBMUSER.SALDOS_NOSTRO
               WHERE FECHA_EXTRACTO < DATE(:WS-FECHA-EXTRACTO)
               ORDER BY FECHA_EXTRACTO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * Movimiento de la cuenta de liquidacion desde la prueba
      * anterior hasta la fecha del extracto.
       7510-SUMAR-LOTES-PERIODO.
           EXEC SQL SELECT
                      COALESCE(SUM(CASE WHEN SENTIDO = 'C' THEN MONTO
                                        ELSE 0 - MONTO END), 0)
               INTO :WS-LIB-MOVIMIENTOS
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE FECHA_LIQ > DATE(:WS-FECHA-ANTERIOR)
                 AND FECHA_LIQ <= DATE(:WS-FECHA-EXTRACTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKNS - ERROR SUMANDO LOTES SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       7520-SUMAR-PENDIENTES.
           EXEC SQL SELECT
                      COALESCE(SUM(CASE WHEN SENTIDO = 'C' THEN MONTO
                                        ELSE 0 - MONTO END), 0)
               INTO :WS-PEND-EXTRACTO
               FROM IBMUSER.EXTRACTO_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_EXTRACTO <= DATE(:WS-FECHA-EXTRACTO)
           END-EXEC.
           EXEC SQL SELECT
                      COALESCE(SUM(CASE WHEN SENTIDO = 'C' THEN MONTO
                                        ELSE 0 - MONTO END), 0)
               INTO :WS-PEND-LIBROS
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ <= DATE(:WS-FECHA-EXTRACTO)
           END-EXEC.

       7530-ACTUALIZAR-PRUEBA.
           MOVE WS-FECHA-EXTRACTO TO HV-FECHA-SNOS.
           MOVE WS-LIB-APERTURA   TO HV-LIB-APER-SNOS.
           MOVE WS-LIB-CIERRE     TO HV-LIB-CIER-SNOS.
           MOVE WS-PEND-EXTRACTO  TO HV-PEND-EXT-SNOS.
           MOVE WS-PEND-LIBROS    TO HV-PEND-LIB-SNOS.
           MOVE WS-DIFERENCIA     TO HV-DIFER-SNOS.
           IF WS-DIFERENCIA = 0 AND WS-DIF-APERTURA = 0
               MOVE 'P' TO HV-ESTADO-SNOS
           ELSE
               MOVE 'D' TO HV-ESTADO-SNOS
           END-IF.
           EXEC SQL UPDATE IBMUSER.SALDOS_NOSTRO
               SET SALDO_LIB_APERTURA = :HV-LIB-APER-SNOS,
                   SALDO_LIB_CIERRE   = :HV-LIB-CIER-SNOS,
                   PEND_EXTRACTO      = :HV-PEND-EXT-SNOS,
                   PEND_LIBROS        = :HV-PEND-LIB-SNOS,
                   DIFERENCIA         = :HV-DIFER-SNOS,
                   ESTADO             = :HV-ESTADO-SNOS
               WHERE FECHA_EXTRACTO = DATE(:HV-FECHA-SNOS)
           END-EXEC.

       7600-ABRIR-CURSOR-ABIERTAS-EXT.
           EXEC SQL DECLARE CUR-ABIERTAS-EXT CURSOR FOR
               SELECT CHAR(FECHA_VALOR, ISO), SENTIDO, MONTO,
                      REFERENCIA, DESCRIPCION,
                      DAYS(DATE(:WS-FECHA-EXTRACTO)) - DAYS(FECHA_VALOR)
               FROM IBMUSER.EXTRACTO_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_EXTRACTO <= DATE(:WS-FECHA-EXTRACTO)
               ORDER BY FECHA_VALOR, ID_EXT
           END-EXEC.
           EXEC SQL OPEN CUR-ABIERTAS-EXT END-EXEC.

       7610-FETCH-ABIERTA-EXT.
           EXEC SQL FETCH CUR-ABIERTAS-EXT
               INTO :HV-FECHA-VAL-ENOS, :HV-SENTIDO-ENOS,
                    :HV-MONTO-ENOS, :HV-REFER-ENOS, :HV-DESCRIP-ENOS,
                    :WS-ANTIGUEDAD
           END-EXEC.

       7620-ABRIR-CURSOR-ABIERTAS-LIB.
           EXEC SQL DECLARE CUR-ABIERTAS-LIB CURSOR FOR
               SELECT CHAR(FECHA_LIQ, ISO), SENTIDO, MONTO,
                      REFERENCIA, PROGRAMA,
                      DAYS(DATE(:WS-FECHA-EXTRACTO)) - DAYS(FECHA_LIQ)
               FROM IBMUSER.LIQUIDACIONES_NOSTRO
               WHERE ESTADO = 'P'
                 AND FECHA_LIQ <= DATE(:WS-FECHA-EXTRACTO)
               ORDER BY FECHA_LIQ, ID_LIQ
           END-EXEC.
           EXEC SQL OPEN CUR-ABIERTAS-LIB END-EXEC.

       7630-FETCH-ABIERTA-LIB.
           EXEC SQL FETCH CUR-ABIERTAS-LIB
               INTO :HV-FECHA-LNOS, :HV-SENTIDO-LNOS,
                    :HV-MONTO-LNOS, :HV-REFER-LNOS, :HV-PROGRAMA-LNOS,
                    :WS-ANTIGUEDAD
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF WS-CONTADOR-VENCIDAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORTE-NOSTRO.
           COMPUTE WS-EJEC-PROC = WS-CONTADOR-REFER
               + WS-CONTADOR-IMPORTE + WS-CONTADOR-NETEO.
           MOVE WS-CONTADOR-ABIERTAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKNS - CONCILIADAS POR REFERENCIA: '
               WS-CONTADOR-REFER.
           DISPLAY 'PBNKNS - CONCILIADAS POR IMPORTE   : '
               WS-CONTADOR-IMPORTE.
           DISPLAY 'PBNKNS - CONCILIADAS POR NETEO     : '
               WS-CONTADOR-NETEO.
           DISPLAY 'PBNKNS - PARTIDAS ABIERTAS         : '
               WS-CONTADOR-ABIERTAS.
           DISPLAY 'PBNKNS - ABIERTAS FUERA DE PLAZO   : '
               WS-CONTADOR-VENCIDAS.
           DISPLAY 'PBNKNS - CONCILIACION NOSTRO - FIN'.

      * Archivo rechazado: queda la fila 'R' en el libro de control
      * (un reenvio corregido entra con la misma secuencia).
       9100-RECHAZAR-ARCHIVO.
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           MOVE 16 TO RETURN-CODE.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           STOP RUN.

       COPY CPYEJBP.
       COPY CPYARCP.
