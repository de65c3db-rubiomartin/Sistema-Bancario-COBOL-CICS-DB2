       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKAF.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKAF                                 **
      ** TITULO ...........: AVALES - COMISION, EJECUCION Y         **
      **                     VENCIMIENTO                            **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cierre nocturno de los avales de IBMUSER.AVALES (ver     **
      **   DDL/AVALES.sql y SOURCE/PBNKAL.cbl), en tres pasos:      **
      ** - 1) Comision: a cada aval vivo ('V'/'R') cuya            **
      **   FECHA_PROX_COMISION llego a la fecha de negocio se le    **
      **   cobra por adelantado un periodo de MESES_COMISION_AVAL   **
      **   meses (el ultimo cortado al vencimiento): MONTO_CTA *    **
      **   COMISION_PCT / 100 * dias / 360, nunca menos de          **
      **   COMISION_MINIMA_AVAL. Movimiento 'F' con su IVA          **
      **   (COPYS/CPYIVAP.cbl) y el impuesto a los debitos y        **
      **   creditos (COPYS/CPYIDCP.cbl). Sin fondos disponibles la  **
      **   fecha no avanza y se reintenta cada noche, como las      **
      **   primas de BATCH/PBNKSY.cbl.                              **
      ** - 2) Ejecucion: cada aval reclamado ('R') se paga. Un      **
      **   deposito bloqueado se libera primero; el reclamo se      **
      **   convierte a la moneda de la cuenta a la cotizacion del   **
      **   dia y lo que el disponible no cubre se presta al cliente **
      **   (prestamo nuevo a TASA_PRESTAMO en CUOTAS_PRESTAMO_AVAL  **
      **   cuotas, credito 'L') que hereda la contragarantia de     **
      **   IBMUSER.GARANTIAS. Luego el debito '[' EJECUCION AVAL,   **
      **   el aval pasa a 'E' y se da de baja de cuentas de orden   **
      **   ('}' en IBMUSER.EVENTOS_AVAL).                           **
      ** - 3) Vencimiento: los avales 'V' con FECHA_VENCIMIENTO     **
      **   anterior a la fecha de negocio pasan a 'L', se libera la **
      **   contragarantia y se asienta la baja ('}').               **
      ** - COMMIT por aval; relanzar es seguro (cada UPDATE exige   **
      **   el estado y la fecha que leyo el cursor). Todo lo        **
      **   actuado y cada excepcion sale en DD AVAREP.              **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-AVALES ASSIGN TO AVAREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-AVALES
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLAVAL END-EXEC.
           EXEC SQL INCLUDE DCLEVAV END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLDIVI END-EXEC.
           EXEC SQL INCLUDE DCLGARA END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLPCUO END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-FECHA-FIN-PERIODO   PIC X(10) VALUE SPACES.
           05 WS-DIAS-PERIODO        PIC S9(9) COMP VALUE 0.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-COMISION            PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RETENIDO-ACTIVO     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-EMBARGADO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-TASA-ORIGEN         PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-TASA-DESTINO        PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-MONTO-DEBITO        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-FALTANTE            PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-A-DEVOLVER    PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-CUOTA         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CAPITAL-CUOTA       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-CUOTA       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-NRO-CUOTA           PIC S9(9) COMP VALUE 0.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-ID-NUEVO            PIC S9(9) COMP VALUE 0.
           05 WS-TIPO-EVENTO         PIC X(01) VALUE SPACE.
           05 WS-CONT-COMISIONES     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SIN-FONDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-EJECUTADOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-PRESTAMOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-VENCIDOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-COMISIONES    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EJECUTADO     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.
      * Parametros. Valores de fabrica, reemplazados por PARAMETROS
      * si la fila existe.
           05 WS-MESES-COMISION      PIC S9(4) COMP VALUE 3.
           05 WS-COMISION-MINIMA     PIC S9(8)V9(2) COMP-3 VALUE 50.
           05 WS-CANT-CUOTAS         PIC S9(4) COMP VALUE 12.
           05 WS-TASA-PRESTAMO       PIC S9(3)V9(6) COMP-3
                                     VALUE 0,025000.

       01  WS-LINEA-DETALLE.
           05 WS-LD-AVAL             PIC Z(8)9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-USUARIO          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-CUENTA           PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-IMPORTE          PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-DETALLE          PIC X(35) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKAF'.
           03  WC-CONCEPTO-COMISION  PIC X(30)
               VALUE 'COMISION AVAL'.
           03  WC-CONCEPTO-EJECUCION PIC X(30)
               VALUE 'EJECUCION AVAL'.
           03  WC-CONCEPTO-PRESTAMO  PIC X(30)
               VALUE 'PRESTAMO POR EJECUCION AVAL'.

       COPY CPYEJBW.
       COPY CPYIDCW.
       COPY CPYIVAW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-COBRAR-COMISIONES.
           PERFORM 3000-EJECUTAR-RECLAMOS.
           PERFORM 4000-LIBERAR-VENCIDOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKAF - CIERRE DE AVALES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKAF - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           OPEN OUTPUT REPORTE-AVALES.

      *================================================================*
      * 2000 - PASO 1: COMISION POR PERIODO ADELANTADO                 *
      *================================================================*
       2000-COBRAR-COMISIONES.
           PERFORM 7100-ABRIR-CURSOR-COMISION.
           PERFORM 7110-FETCH-COMISION.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-COBRAR-COMISION
               PERFORM 7110-FETCH-COMISION
           END-PERFORM.
           EXEC SQL CLOSE CUR-COMISION END-EXEC.

       2100-COBRAR-COMISION.
           PERFORM 7150-CALCULAR-PERIODO.
           COMPUTE WS-COMISION ROUNDED =
               HV-MONTO-CTA-AVAL * HV-COMIS-PCT-AVAL / 100
               * WS-DIAS-PERIODO / 360.
           IF WS-COMISION < WS-COMISION-MINIMA
               MOVE WS-COMISION-MINIMA TO WS-COMISION
           END-IF.
           PERFORM 7300-LEER-SALDO-CUENTA.
           IF SQLCODE = 0
               PERFORM 7350-CALCULAR-DISPONIBLE
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE WS-COMISION TO WS-LD-IMPORTE
                   MOVE 'COMISION: CTA DE CARGO INEXISTENTE'
                     TO WS-LD-DETALLE
                   ADD 1 TO WS-CONT-SIN-FONDOS
                   PERFORM 8000-ESCRIBIR-DETALLE

      * Sin fondos la fecha no avanza: reintento nocturno.
               WHEN WS-DISPONIBLE < WS-COMISION
                   MOVE WS-COMISION TO WS-LD-IMPORTE
                   MOVE 'COMISION SIN FONDOS - SE REINTENTA'
                     TO WS-LD-DETALLE
                   ADD 1 TO WS-CONT-SIN-FONDOS
                   PERFORM 8000-ESCRIBIR-DETALLE

               WHEN OTHER
                   PERFORM 2200-DEBITAR-COMISION
           END-EVALUATE.

       2200-DEBITAR-COMISION.
           SUBTRACT WS-COMISION FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7400-ACTUALIZAR-SALDO.
           IF SQLCODE = 0
               MOVE 'F'                  TO HV-TIPO-OPER
               MOVE WS-COMISION          TO HV-MONTO
               MOVE WC-CONCEPTO-COMISION TO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2250-FACTURAR-COMISION
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-IDC-ES-DEBITO
               MOVE WS-COMISION TO WS-IDC-MONTO
               PERFORM 2900-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-AVANZAR-COMISION
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-COMISIONES
               ADD WS-COMISION TO WS-TOTAL-COMISIONES
               MOVE WS-COMISION TO WS-LD-IMPORTE
               STRING 'COMISION HASTA ' DELIMITED BY SIZE
                   WS-FECHA-FIN-PERIODO DELIMITED BY SIZE
                   INTO WS-LD-DETALLE
               PERFORM 8000-ESCRIBIR-DETALLE
           ELSE
               PERFORM 8100-DESHACER-AVAL
           END-IF.

      * Factura fiscal de la comision y desdoble de su IVA en un
      * movimiento '%' (COPYS/CPYIVAP.cbl), en el mismo COMMIT.
       2250-FACTURAR-COMISION.
           MOVE WS-ID-MOV            TO WS-IVA-ID-MOV.
           MOVE HV-USUARIO-AVAL      TO WS-IVA-TITULAR.
           MOVE WS-COMISION          TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-COMISION TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR         TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Impuesto a los debitos y creditos sobre el movimiento recien
      * grabado; el llamador carga WS-IDC-MONTO y WS-IDC-ES-DEBITO.
       2900-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-AVAL    TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-AVAL    TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-AVAL     TO WS-IDC-CUENTA.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUC-RADIC-CTA   TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF SQLCODE = 0 AND WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

      *================================================================*
      * 3000 - PASO 2: EJECUCION DE LOS AVALES RECLAMADOS              *
      *================================================================*
       3000-EJECUTAR-RECLAMOS.
           PERFORM 7700-ABRIR-CURSOR-RECLAMOS.
           PERFORM 7710-FETCH-RECLAMO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-EJECUTAR-AVAL
               PERFORM 7710-FETCH-RECLAMO
           END-PERFORM.
           EXEC SQL CLOSE CUR-RECLAMOS END-EXEC.

      * Todo en una unidad de trabajo: liberacion del deposito,
      * prestamo por el faltante, debito y baja del aval.
       3100-EJECUTAR-AVAL.
           MOVE 0 TO WS-ID-NUEVO.
           IF HV-TIPO-CGAR-AVAL = 'DB'
               PERFORM 7800-LIBERAR-CONTRAGARANTIA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7300-LEER-SALDO-CUENTA
           END-IF.
           IF SQLCODE = 0
               PERFORM 3150-CONVERTIR-RECLAMO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7350-CALCULAR-DISPONIBLE
           END-IF.
           IF SQLCODE = 0
               IF WS-DISPONIBLE > 0
                   COMPUTE WS-FALTANTE =
                       WS-MONTO-DEBITO - WS-DISPONIBLE
               ELSE
                   MOVE WS-MONTO-DEBITO TO WS-FALTANTE
               END-IF
               IF WS-FALTANTE > 0
                   PERFORM 3200-OTORGAR-PRESTAMO
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 3300-DEBITAR-EJECUCION
           END-IF.
           IF SQLCODE = 0
               PERFORM 7650-MARCAR-EJECUTADO
           END-IF.
           IF SQLCODE = 0
               MOVE '}' TO WS-TIPO-EVENTO
               PERFORM 7900-INSERTAR-EVENTO
           END-IF.
      * Sin prestamo la contragarantia ya no respalda nada.
           IF SQLCODE = 0 AND WS-ID-NUEVO = 0
               AND HV-TIPO-CGAR-AVAL NOT = 'DB'
               PERFORM 7800-LIBERAR-CONTRAGARANTIA
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-EJECUTADOS
               ADD WS-MONTO-DEBITO TO WS-TOTAL-EJECUTADO
               MOVE WS-MONTO-DEBITO TO WS-LD-IMPORTE
               IF WS-ID-NUEVO > 0
                   ADD 1 TO WS-CONT-PRESTAMOS
                   MOVE 'EJECUTADO CON PRESTAMO POR FALTANTE'
                     TO WS-LD-DETALLE
               ELSE
                   MOVE 'EJECUTADO' TO WS-LD-DETALLE
               END-IF
               PERFORM 8000-ESCRIBIR-DETALLE
           ELSE
               PERFORM 8100-DESHACER-AVAL
           END-IF.

      * El reclamo esta en la moneda del aval; se debita en la de la
      * cuenta a la cotizacion del dia (MONTO * TASA_ORIGEN /
      * TASA_DESTINO, como PBNKT).
       3150-CONVERTIR-RECLAMO.
           IF HV-MONEDA-AVAL = HV-MONEDA-CTA
               MOVE HV-RECLAMO-AVAL TO WS-MONTO-DEBITO
           ELSE
               MOVE HV-MONEDA-AVAL TO HV-CODIGO-MONEDA
               PERFORM 7360-LEER-DIVISA
               MOVE HV-TASA-A-BASE TO WS-TASA-ORIGEN
               IF SQLCODE = 0
                   MOVE HV-MONEDA-CTA TO HV-CODIGO-MONEDA
                   PERFORM 7360-LEER-DIVISA
                   MOVE HV-TASA-A-BASE TO WS-TASA-DESTINO
               END-IF
               IF SQLCODE = 0 AND WS-TASA-DESTINO = 0
                   MOVE 100 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   COMPUTE WS-MONTO-DEBITO ROUNDED =
                       HV-RECLAMO-AVAL * WS-TASA-ORIGEN
                       / WS-TASA-DESTINO
               END-IF
           END-IF.

      * Prestamo forzoso por el faltante con la mecanica de PBNKLO:
      * cuota fija a TASA_PRESTAMO, primer vencimiento a un mes de
      * la fecha de negocio. Se acredita con un 'L' y recibe la
      * contragarantia del aval.
       3200-OTORGAR-PRESTAMO.
           COMPUTE WS-TOTAL-A-DEVOLVER ROUNDED =
               WS-FALTANTE * (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS).
           COMPUTE WS-MONTO-CUOTA ROUNDED =
               WS-TOTAL-A-DEVOLVER / WS-CANT-CUOTAS.
           PERFORM 7550-INSERTAR-PRESTAMO.
           IF SQLCODE = 0
               MOVE 1 TO WS-NRO-CUOTA
               PERFORM 3210-INSERTAR-UNA-CUOTA
                   UNTIL WS-NRO-CUOTA > WS-CANT-CUOTAS
                      OR SQLCODE NOT = 0
           END-IF.
           IF SQLCODE = 0
               ADD WS-FALTANTE TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7400-ACTUALIZAR-SALDO
           END-IF.
           IF SQLCODE = 0
               MOVE 'L'                  TO HV-TIPO-OPER
               MOVE WS-FALTANTE          TO HV-MONTO
               MOVE WC-CONCEPTO-PRESTAMO TO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
               IF HV-TIPO-CGAR-AVAL NOT = 'DB'
                   PERFORM 7560-TRASPASAR-GARANTIA
               END-IF
           END-IF.

      * Capital = principal / N, la ultima cuota lleva el redondeo
      * (igual que PBNKLR 3110).
       3210-INSERTAR-UNA-CUOTA.
           IF WS-NRO-CUOTA < WS-CANT-CUOTAS
               COMPUTE WS-CAPITAL-CUOTA ROUNDED =
                   WS-FALTANTE / WS-CANT-CUOTAS
           ELSE
               COMPUTE WS-CAPITAL-CUOTA = WS-FALTANTE
                   - WS-CAPITAL-CUOTA * (WS-CANT-CUOTAS - 1)
           END-IF.
           COMPUTE WS-INTERES-CUOTA =
               WS-MONTO-CUOTA - WS-CAPITAL-CUOTA.
           IF WS-INTERES-CUOTA < 0
               MOVE 0 TO WS-INTERES-CUOTA
           END-IF.
           PERFORM 7570-INSERTAR-CUOTA.
           IF SQLCODE = 0
               ADD 1 TO WS-NRO-CUOTA
           END-IF.

       3300-DEBITAR-EJECUCION.
           SUBTRACT WS-MONTO-DEBITO FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7400-ACTUALIZAR-SALDO.
           IF SQLCODE = 0
               MOVE '['                   TO HV-TIPO-OPER
               MOVE WS-MONTO-DEBITO       TO HV-MONTO
               MOVE WC-CONCEPTO-EJECUCION TO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-IDC-ES-DEBITO
               MOVE WS-MONTO-DEBITO TO WS-IDC-MONTO
               PERFORM 2900-COBRAR-IMP-DEBCRED
           END-IF.

      *================================================================*
      * 4000 - PASO 3: LIBERACION DE LOS AVALES VENCIDOS               *
      *================================================================*
       4000-LIBERAR-VENCIDOS.
           PERFORM 7720-ABRIR-CURSOR-VENCIDOS.
           PERFORM 7730-FETCH-VENCIDO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-LIBERAR-AVAL
               PERFORM 7730-FETCH-VENCIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-VENCIDOS END-EXEC.

       4100-LIBERAR-AVAL.
           PERFORM 7660-MARCAR-LIBERADO.
           IF SQLCODE = 0
               PERFORM 7800-LIBERAR-CONTRAGARANTIA
           END-IF.
           IF SQLCODE = 0
               MOVE '}' TO WS-TIPO-EVENTO
               PERFORM 7900-INSERTAR-EVENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-VENCIDOS
               MOVE HV-MONTO-CTA-AVAL TO WS-LD-IMPORTE
               MOVE 'VENCIDO - CONTRAGARANTIA LIBERADA'
                 TO WS-LD-DETALLE
               PERFORM 8000-ESCRIBIR-DETALLE
           ELSE
               PERFORM 8100-DESHACER-AVAL
           END-IF.

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

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MESES_COMISION_AVAL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MESES-COMISION
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_MINIMA_AVAL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-COMISION-MINIMA
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CUOTAS_PRESTAMO_AVAL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CANT-CUOTAS
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO
           END-IF.
           IF WS-MESES-COMISION < 1
               MOVE 3 TO WS-MESES-COMISION
           END-IF.
           IF WS-CANT-CUOTAS < 1
               MOVE 12 TO WS-CANT-CUOTAS
           END-IF.

      * Avales vivos con un periodo de comision por cobrar que
      * empieza antes del vencimiento.
       7100-ABRIR-CURSOR-COMISION.
           EXEC SQL DECLARE CUR-COMISION CURSOR WITH HOLD FOR
               SELECT ID_AVAL, USUARIO, CUENTA_NUM, MONTO_CTA,
                      COMISION_PCT, CHAR(FECHA_PROX_COMISION, ISO),
                      CHAR(FECHA_VENCIMIENTO, ISO)
               FROM IBMUSER.AVALES
               WHERE ESTADO IN ('V', 'R')
                 AND FECHA_PROX_COMISION <= DATE(:WS-FECHA-PROCESO)
                 AND FECHA_PROX_COMISION < FECHA_VENCIMIENTO
               ORDER BY ID_AVAL
           END-EXEC.
           EXEC SQL OPEN CUR-COMISION END-EXEC.

       7110-FETCH-COMISION.
           EXEC SQL FETCH CUR-COMISION
               INTO :HV-ID-AVAL, :HV-USUARIO-AVAL, :HV-CUENTA-AVAL,
                    :HV-MONTO-CTA-AVAL, :HV-COMIS-PCT-AVAL,
                    :HV-PROX-COMIS-AVAL, :HV-FECHA-VTO-AVAL
           END-EXEC.

      * Fin del periodo = inicio + MESES_COMISION_AVAL meses, sin
      * pasar del vencimiento; dias corridos del periodo.
       7150-CALCULAR-PERIODO.
           EXEC SQL SELECT CHAR(CASE
                      WHEN DATE(:HV-PROX-COMIS-AVAL)
                           + :WS-MESES-COMISION MONTHS
                           < DATE(:HV-FECHA-VTO-AVAL)
                      THEN DATE(:HV-PROX-COMIS-AVAL)
                           + :WS-MESES-COMISION MONTHS
                      ELSE DATE(:HV-FECHA-VTO-AVAL) END, ISO)
               INTO :WS-FECHA-FIN-PERIODO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL SELECT DAYS(DATE(:WS-FECHA-FIN-PERIODO))
                         - DAYS(DATE(:HV-PROX-COMIS-AVAL))
               INTO :WS-DIAS-PERIODO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7300-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-AVAL TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO, MONEDA, SUCURSAL_RADICACION
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA, :HV-SUC-RADIC-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Disponible con el criterio de PBNKX: saldo menos retenciones
      * activas (un deposito bloqueado de otro aval incluido) y
      * embargos pendientes.
       7350-CALCULAR-DISPONIBLE.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT
                     COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
                   INTO :WS-EMBARGADO-ACTIVO
                   FROM IBMUSER.ORDENES_LEGALES
                   WHERE ESTADO = 'A'
                     AND (CUENTA_NUM = :HV-NUMERO-CUENTA
                       OR (CUENTA_NUM = ' '
                           AND USUARIO = :HV-USUARIO-AVAL))
               END-EXEC
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-SALDO-ACTUAL
               - WS-RETENIDO-ACTIVO - WS-EMBARGADO-ACTIVO.

       7360-LEER-DIVISA.
           EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7400-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

      * El llamador carga HV-TIPO-OPER, HV-MONTO y HV-CONCEPTO.
       7500-INSERTAR-MOVIMIENTO.
           MOVE HV-USUARIO-AVAL     TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-AVAL     TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-RESULTANTE.
           MOVE SPACES              TO HV-AGENTE-ID.
           MOVE HV-CUENTA-AVAL      TO HV-CUENTA-NUM.
           MOVE HV-SUC-RADIC-CTA    TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-PROCESO    TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO    TO HV-FECHA-VALOR.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7550-INSERTAR-PRESTAMO.
           MOVE HV-USUARIO-AVAL     TO HV-USUARIO-PRES.
           MOVE HV-CUENTA-AVAL      TO HV-CUENTA-PRES.
           MOVE WS-FALTANTE         TO HV-PRINCIPAL-PRES.
           MOVE WS-TASA-PRESTAMO    TO HV-TASA-PRES.
           MOVE WS-CANT-CUOTAS      TO HV-CANT-CUOTAS-PRES.
           MOVE WS-MONTO-CUOTA      TO HV-MONTO-CUOTA-PRES.
           MOVE WC-PROGRAMA         TO HV-AGENTE-PRES.
           MOVE 0                   TO HV-ID-PRES-ORIGEN.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMOS
               (USUARIO, CUENTA_NUM, MONTO_PRINCIPAL, TASA,
                CANT_CUOTAS, MONTO_CUOTA, ESTADO, DIAS_MORA,
                AGENTE_ID, FECHA_ALTA, ID_PRESTAMO_ORIGEN)
               VALUES (:HV-USUARIO-PRES, :HV-CUENTA-PRES,
                :HV-PRINCIPAL-PRES, :HV-TASA-PRES,
                :HV-CANT-CUOTAS-PRES, :HV-MONTO-CUOTA-PRES,
                'A', 0, :HV-AGENTE-PRES, CURRENT TIMESTAMP,
                :HV-ID-PRES-ORIGEN)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-NUEVO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * La garantia del aval (ID_PRESTAMO 0) pasa a respaldar el
      * prestamo: se libera cuando este llegue a 'F'.
       7560-TRASPASAR-GARANTIA.
           MOVE HV-ID-GARA-AVAL TO HV-ID-GARA.
           EXEC SQL UPDATE IBMUSER.GARANTIAS
               SET ID_PRESTAMO = :WS-ID-NUEVO
               WHERE ID_GARANTIA = :HV-ID-GARA
                 AND ID_PRESTAMO = 0
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7570-INSERTAR-CUOTA.
           MOVE WS-CAPITAL-CUOTA  TO HV-CAPITAL-PCUO.
           MOVE WS-INTERES-CUOTA  TO HV-INTERES-PCUO.
           MOVE WS-ID-NUEVO       TO HV-ID-PRES-PCUO.
           MOVE WS-NRO-CUOTA      TO HV-NRO-CUOTA-PCUO.
           MOVE WS-MONTO-CUOTA    TO HV-MONTO-PCUO.
           MOVE 'P'               TO HV-ESTADO-PCUO.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMO_CUOTAS
               (ID_PRESTAMO, NRO_CUOTA, MONTO_CUOTA,
                FECHA_VENCIMIENTO, ESTADO, CAPITAL_CUOTA,
                INTERES_CUOTA)
               VALUES (:HV-ID-PRES-PCUO, :HV-NRO-CUOTA-PCUO,
                :HV-MONTO-PCUO,
                DATE(:WS-FECHA-PROCESO) + :HV-NRO-CUOTA-PCUO MONTHS,
                :HV-ESTADO-PCUO, :HV-CAPITAL-PCUO, :HV-INTERES-PCUO)
           END-EXEC.

      * Solo si la fecha sigue siendo la que leyo el cursor: una
      * corrida relanzada no cobra dos veces el mismo periodo.
       7600-AVANZAR-COMISION.
           EXEC SQL UPDATE IBMUSER.AVALES
               SET FECHA_PROX_COMISION = DATE(:WS-FECHA-FIN-PERIODO),
                   COMISION_COBRADA = COMISION_COBRADA + :WS-COMISION
               WHERE ID_AVAL = :HV-ID-AVAL
                 AND FECHA_PROX_COMISION = DATE(:HV-PROX-COMIS-AVAL)
           END-EXEC.

       7650-MARCAR-EJECUTADO.
           MOVE WS-ID-MOV   TO HV-ID-MOV-AVAL.
           MOVE WS-ID-NUEVO TO HV-ID-PRES-AVAL.
           EXEC SQL UPDATE IBMUSER.AVALES
               SET ESTADO = 'E',
                   ID_MOV_EJEC = :HV-ID-MOV-AVAL,
                   ID_PRESTAMO = :HV-ID-PRES-AVAL,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_AVAL = :HV-ID-AVAL
                 AND ESTADO = 'R'
           END-EXEC.

       7660-MARCAR-LIBERADO.
           EXEC SQL UPDATE IBMUSER.AVALES
               SET ESTADO = 'L',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_AVAL = :HV-ID-AVAL
                 AND ESTADO = 'V'
           END-EXEC.

       7700-ABRIR-CURSOR-RECLAMOS.
           EXEC SQL DECLARE CUR-RECLAMOS CURSOR WITH HOLD FOR
               SELECT ID_AVAL, USUARIO, CUENTA_NUM, SUCURSAL_ID,
                      MONEDA, MONTO_CTA, MONTO_RECLAMO,
                      TIPO_CONTRAGAR, ID_GARANTIA, ID_RET
               FROM IBMUSER.AVALES
               WHERE ESTADO = 'R'
               ORDER BY ID_AVAL
           END-EXEC.
           EXEC SQL OPEN CUR-RECLAMOS END-EXEC.

       7710-FETCH-RECLAMO.
           EXEC SQL FETCH CUR-RECLAMOS
               INTO :HV-ID-AVAL, :HV-USUARIO-AVAL, :HV-CUENTA-AVAL,
                    :HV-SUCURSAL-AVAL, :HV-MONEDA-AVAL,
                    :HV-MONTO-CTA-AVAL, :HV-RECLAMO-AVAL,
                    :HV-TIPO-CGAR-AVAL, :HV-ID-GARA-AVAL,
                    :HV-ID-RET-AVAL
           END-EXEC.

       7720-ABRIR-CURSOR-VENCIDOS.
           EXEC SQL DECLARE CUR-VENCIDOS CURSOR WITH HOLD FOR
               SELECT ID_AVAL, USUARIO, CUENTA_NUM, SUCURSAL_ID,
                      MONTO_CTA, TIPO_CONTRAGAR, ID_GARANTIA, ID_RET
               FROM IBMUSER.AVALES
               WHERE ESTADO = 'V'
                 AND FECHA_VENCIMIENTO < DATE(:WS-FECHA-PROCESO)
               ORDER BY ID_AVAL
           END-EXEC.
           EXEC SQL OPEN CUR-VENCIDOS END-EXEC.

       7730-FETCH-VENCIDO.
           EXEC SQL FETCH CUR-VENCIDOS
               INTO :HV-ID-AVAL, :HV-USUARIO-AVAL, :HV-CUENTA-AVAL,
                    :HV-SUCURSAL-AVAL, :HV-MONTO-CTA-AVAL,
                    :HV-TIPO-CGAR-AVAL, :HV-ID-GARA-AVAL,
                    :HV-ID-RET-AVAL
           END-EXEC.

      * Deposito bloqueado: se libera la retencion. Bien o plazo
      * fijo: la garantia pasa a 'L'. Ya liberada no es error.
       7800-LIBERAR-CONTRAGARANTIA.
           IF HV-TIPO-CGAR-AVAL = 'DB'
               MOVE HV-ID-RET-AVAL TO HV-ID-RDIS
               EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
                   SET ESTADO = 'L'
                   WHERE ID_RET = :HV-ID-RDIS
                     AND ESTADO = 'A'
               END-EXEC
           ELSE
               MOVE HV-ID-GARA-AVAL TO HV-ID-GARA
               EXEC SQL UPDATE IBMUSER.GARANTIAS
                   SET ESTADO = 'L',
                       FECHA_LIBERACION = CURRENT TIMESTAMP
                   WHERE ID_GARANTIA = :HV-ID-GARA
                     AND ID_PRESTAMO = 0
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Baja de cuentas de orden por MONTO_CTA en la sucursal
      * emisora, la misma del alta.
       7900-INSERTAR-EVENTO.
           MOVE HV-ID-AVAL        TO HV-ID-AVAL-EVAV.
           MOVE WS-TIPO-EVENTO    TO HV-TIPO-OPER-EVAV.
           MOVE HV-MONTO-CTA-AVAL TO HV-MONTO-EVAV.
           MOVE HV-SUCURSAL-AVAL  TO HV-SUCURSAL-EVAV.
           MOVE WS-FECHA-PROCESO  TO HV-FECHA-NEG-EVAV.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_AVAL
               (ID_AVAL, TIPO_OPER, MONTO, SUCURSAL_ID,
                FECHA_NEGOCIO, FECHA)
               VALUES (:HV-ID-AVAL-EVAV, :HV-TIPO-OPER-EVAV,
                :HV-MONTO-EVAV, :HV-SUCURSAL-EVAV,
                DATE(:HV-FECHA-NEG-EVAV), CURRENT TIMESTAMP)
           END-EXEC.

      *================================================================*
      * 8000 - REPORTE                                                 *
      *================================================================*
      * El llamador carga WS-LD-IMPORTE y WS-LD-DETALLE.
       8000-ESCRIBIR-DETALLE.
           MOVE HV-ID-AVAL         TO WS-LD-AVAL.
           MOVE HV-USUARIO-AVAL    TO WS-LD-USUARIO.
           MOVE HV-CUENTA-AVAL     TO WS-LD-CUENTA.
           WRITE REG-REPORTE FROM WS-LINEA-DETALLE.
           MOVE SPACES TO WS-LD-DETALLE.

       8100-DESHACER-AVAL.
           DISPLAY 'PBNKAF - ERROR SQLCODE ' SQLCODE
               ' AVAL ' HV-ID-AVAL.
           EXEC SQL ROLLBACK END-EXEC.
           ADD 1 TO WS-CONT-ERRORES.
           MOVE 0 TO WS-LD-IMPORTE.
           MOVE 'ERROR - VER SYSOUT, SE REINTENTA'
             TO WS-LD-DETALLE.
           PERFORM 8000-ESCRIBIR-DETALLE.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-COMISIONES
               + WS-CONT-EJECUTADOS + WS-CONT-VENCIDOS.
           COMPUTE WS-EJEC-OMIT = WS-CONT-SIN-FONDOS
               + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-AVALES.
           DISPLAY 'PBNKAF - COMISIONES COBRADAS : '
               WS-CONT-COMISIONES.
           DISPLAY 'PBNKAF - COMISIONES SIN FONDOS: '
               WS-CONT-SIN-FONDOS.
           MOVE WS-TOTAL-COMISIONES TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKAF - TOTAL COMISIONES    : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKAF - AVALES EJECUTADOS   : '
               WS-CONT-EJECUTADOS.
           DISPLAY 'PBNKAF - PRESTAMOS OTORGADOS : '
               WS-CONT-PRESTAMOS.
           MOVE WS-TOTAL-EJECUTADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKAF - TOTAL EJECUTADO     : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKAF - AVALES VENCIDOS     : ' WS-CONT-VENCIDOS.
           DISPLAY 'PBNKAF - ERRORES             : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKAF - CIERRE DE AVALES - FIN'.

       COPY CPYEJBP.
       COPY CPYIDCP.
       COPY CPYIVAP.
       COPY CPYCHNP.
