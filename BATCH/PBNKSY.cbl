       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSY                                 **
      ** TITULO ...........: COBRO MENSUAL DE PRIMAS DE SEGUROS     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cobra la prima de las polizas vigentes de IBMUSER.       **
      **   POLIZAS_SEGURO (ver DDL/POLIZAS_SEGURO.sql) cuyo         **
      **   FECHA_PROX_COBRO llego a la fecha de negocio: debita     **
      **   CUENTA_COBRO (movimiento '*', bloqueo optimista como     **
      **   BATCH/PBNKCB.cbl), cobra el impuesto a los debitos y     **
      **   creditos (COPYS/CPYIDCP.cbl), registra el periodo en     **
      **   IBMUSER.COBROS_SEGURO con la comision del banco          **
      **   (COMISION_PCT de la aseguradora) y corre la fecha un     **
      **   mes.                                                     **
      ** - Fondos insuficientes o cuenta inexistente: la fecha no   **
      **   avanza y se reintenta cada noche, como las cuotas de     **
      **   BATCH/PBNKLC.cbl. MESES_IMPAGOS guarda los vencimientos  **
      **   que pasaron sin cobro; al llegar a MESES_IMPAGO_SEGURO   **
      **   (IBMUSER.PARAMETROS) la poliza se cancela ('C', motivo   **
      **   'I'). Cada excepcion sale en DD REPSEG.                  **
      ** - Un periodo por poliza y por noche: una poliza atrasada   **
      **   se pone al dia en las corridas siguientes.               **
      ** - COMMIT por poliza; relanzar es seguro (la fecha ya       **
      **   avanzada no recalifica).                                 **
      ** - La comision no mueve la cuenta del cliente: PBNKGL la    **
      **   asienta desde COBROS_SEGURO (tipo ':'); la rendicion a   **
      **   cada aseguradora la hace BATCH/PBNKSZ.cbl.               **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-SEGUROS ASSIGN TO REPSEG
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-SEGUROS
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.
           EXEC SQL INCLUDE DCLASEG END-EXEC.
           EXEC SQL INCLUDE DCLCOBS END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-COMISION            PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-MESES-VENCIDOS      PIC S9(4) COMP VALUE 0.
           05 WS-CONT-COBRADAS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SIN-FONDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-CANCELADAS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-PRIMAS        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.
      * Tope de vencimientos impagos antes de la baja. Valor de
      * fabrica, reemplazado por PARAMETROS si la fila existe.
           05 WS-MESES-MAXIMO        PIC S9(4) COMP VALUE 3.

      * Vencimiento y fecha de proceso partidos para contar los
      * meses impagos (AAAA-MM-DD).
       01  WS-FECHA-VENCE.
           05 WS-FV-ANIO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 WS-FV-MES              PIC 9(2).
           05 FILLER                 PIC X(1).
           05 WS-FV-DIA              PIC 9(2).
       01  WS-FECHA-HOY.
           05 WS-FH-ANIO             PIC 9(4).
           05 FILLER                 PIC X(1).
           05 WS-FH-MES              PIC 9(2).
           05 FILLER                 PIC X(1).
           05 WS-FH-DIA              PIC 9(2).

       01  WS-LINEA-EXCEPCION.
           05 WS-LE-POLIZA           PIC Z(8)9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LE-ASEGURADORA      PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LE-USUARIO          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LE-MESES            PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LE-DETALLE          PIC X(35).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKSY'.
           03  WC-CONCEPTO-PRIMA     PIC X(30)
               VALUE 'PRIMA DE SEGURO'.

       COPY CPYEJBW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-COBRAR-POLIZAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSY - COBRO DE PRIMAS DE SEGUROS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKSY - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY.
           OPEN OUTPUT REPORTE-SEGUROS.
           PERFORM 7100-ABRIR-CURSOR-VENCIDAS.

      *================================================================*
      * 2000 - UNA POLIZA VENCIDA POR VEZ                              *
      *================================================================*
       2000-COBRAR-POLIZAS.
           PERFORM 7200-FETCH-POLIZA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-COBRAR-POLIZA
               PERFORM 7200-FETCH-POLIZA
           END-PERFORM.

       2100-COBRAR-POLIZA.
           PERFORM 2150-CONTAR-VENCIDOS.
           PERFORM 7300-LEER-SALDO-COBRO.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'CUENTA DE COBRO INEXISTENTE'
                     TO WS-LE-DETALLE
                   PERFORM 2300-REGISTRAR-IMPAGO

      * Sin fondos la fecha no avanza: reintento nocturno hasta
      * que haya saldo o se llegue al tope de meses impagos.
               WHEN WS-SALDO-ACTUAL < HV-PRIMA-POLS
                   MOVE 'SIN FONDOS - SE REINTENTA'
                     TO WS-LE-DETALLE
                   PERFORM 2300-REGISTRAR-IMPAGO

               WHEN OTHER
                   PERFORM 2200-DEBITAR-PRIMA
           END-EVALUATE.

      * Vencimientos que ya pasaron sin cobro, contando el de
      * FECHA_PROX_COBRO: meses entre ambas fechas, mas uno si el
      * dia del mes ya llego.
       2150-CONTAR-VENCIDOS.
           MOVE HV-PROX-COBRO-POLS TO WS-FECHA-VENCE.
           COMPUTE WS-MESES-VENCIDOS =
               (WS-FH-ANIO - WS-FV-ANIO) * 12
               + WS-FH-MES - WS-FV-MES.
           IF WS-FH-DIA >= WS-FV-DIA
               ADD 1 TO WS-MESES-VENCIDOS
           END-IF.
           IF WS-MESES-VENCIDOS < 1
               MOVE 1 TO WS-MESES-VENCIDOS
           END-IF.

       2200-DEBITAR-PRIMA.
           SUBTRACT HV-PRIMA-POLS FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           COMPUTE WS-COMISION ROUNDED =
               HV-PRIMA-POLS * HV-COMISION-ASEG / 100.
           PERFORM 7400-DEBITAR-CUENTA.
           IF SQLCODE = 0
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2250-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               PERFORM 7550-REGISTRAR-COBRO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-AVANZAR-FECHA
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-COBRADAS
               ADD HV-PRIMA-POLS TO WS-TOTAL-PRIMAS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY 'PBNKSY - ERROR SQLCODE ' SQLCODE
                   ' POLIZA ' HV-ID-POLS
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito de la
      * prima, en la misma unidad de trabajo (COPYS/CPYIDCP.cbl).
       2250-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-POLS    TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-POLS    TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-POLS     TO WS-IDC-CUENTA.
           MOVE HV-PRIMA-POLS      TO WS-IDC-MONTO.
           MOVE 'S'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUC-RADIC-CTA   TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      * Vencimiento impago: se actualiza el contador y, si llego al
      * tope, la poliza se da de baja por falta de pago.
       2300-REGISTRAR-IMPAGO.
           IF WS-MESES-VENCIDOS >= WS-MESES-MAXIMO
               PERFORM 7700-CANCELAR-POLIZA
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-CANCELADAS
                   MOVE 'CANCELADA POR FALTA DE PAGO'
                     TO WS-LE-DETALLE
               END-IF
           ELSE
               PERFORM 7650-ACTUALIZAR-IMPAGOS
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-SIN-FONDOS
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               PERFORM 2400-ESCRIBIR-EXCEPCION
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY 'PBNKSY - ERROR SQLCODE ' SQLCODE
                   ' POLIZA ' HV-ID-POLS
           END-IF.

       2400-ESCRIBIR-EXCEPCION.
           MOVE HV-ID-POLS         TO WS-LE-POLIZA.
           MOVE HV-ASEG-POLS       TO WS-LE-ASEGURADORA.
           MOVE HV-USUARIO-POLS    TO WS-LE-USUARIO.
           MOVE WS-MESES-VENCIDOS  TO WS-LE-MESES.
           WRITE REG-REPORTE FROM WS-LINEA-EXCEPCION.

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
               WHERE NOMBRE_PARAM = 'MESES_IMPAGO_SEGURO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MESES-MAXIMO
           END-IF.

       7100-ABRIR-CURSOR-VENCIDAS.
           EXEC SQL DECLARE CUR-POLIZAS CURSOR WITH HOLD FOR
               SELECT P.ID_POLIZA, P.USUARIO, P.CODIGO_ASEG,
                      P.PRIMA, P.CUENTA_COBRO,
                      CHAR(P.FECHA_PROX_COBRO, ISO), A.COMISION_PCT
               FROM IBMUSER.POLIZAS_SEGURO P
                    INNER JOIN IBMUSER.ASEGURADORAS A
                      ON A.CODIGO_ASEG = P.CODIGO_ASEG
               WHERE P.ESTADO = 'A'
                 AND P.FECHA_PROX_COBRO <= DATE(:WS-FECHA-PROCESO)
               ORDER BY P.ID_POLIZA
           END-EXEC.
           EXEC SQL OPEN CUR-POLIZAS END-EXEC.

       7200-FETCH-POLIZA.
           EXEC SQL FETCH CUR-POLIZAS
               INTO :HV-ID-POLS, :HV-USUARIO-POLS, :HV-ASEG-POLS,
                    :HV-PRIMA-POLS, :HV-CUENTA-POLS,
                    :HV-PROX-COBRO-POLS, :HV-COMISION-ASEG
           END-EXEC.

       7300-LEER-SALDO-COBRO.
           MOVE HV-CUENTA-POLS TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO, SUCURSAL_RADICACION
               INTO :HV-SALDO-CTA, :HV-SUC-RADIC-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7400-DEBITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7500-INSERTAR-MOVIMIENTO.
           MOVE '*'                 TO HV-TIPO-OPER.
           MOVE HV-PRIMA-POLS       TO HV-MONTO.
           MOVE HV-USUARIO-POLS     TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-POLS     TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-RESULTANTE.
           MOVE SPACES              TO HV-AGENTE-ID.
           MOVE HV-CUENTA-POLS      TO HV-CUENTA-NUM.
           MOVE HV-SUC-RADIC-CTA    TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-PRIMA   TO HV-CONCEPTO.
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

      * Periodo cobrado = mes del vencimiento (AAAA-MM); la fila
      * queda pendiente de rendir a la aseguradora.
       7550-REGISTRAR-COBRO.
           MOVE HV-ID-POLS              TO HV-ID-POL-COBS.
           MOVE HV-PROX-COBRO-POLS(1:7) TO HV-PERIODO-COBS.
           MOVE HV-ASEG-POLS            TO HV-ASEG-COBS.
           MOVE HV-PRIMA-POLS           TO HV-PRIMA-COBS.
           MOVE WS-COMISION             TO HV-COMISION-COBS.
           MOVE WS-ID-MOV               TO HV-ID-MOV-COBS.
           MOVE WS-FECHA-PROCESO        TO HV-FECHA-NEG-COBS.
           EXEC SQL INSERT INTO IBMUSER.COBROS_SEGURO
               (ID_POLIZA, PERIODO, CODIGO_ASEG, PRIMA, COMISION,
                ID_MOV, FECHA_NEGOCIO, ESTADO_RENDICION, FECHA_COBRO)
               VALUES (:HV-ID-POL-COBS, :HV-PERIODO-COBS,
                :HV-ASEG-COBS, :HV-PRIMA-COBS, :HV-COMISION-COBS,
                :HV-ID-MOV-COBS, DATE(:HV-FECHA-NEG-COBS), 'P',
                CURRENT TIMESTAMP)
           END-EXEC.

      * El periodo cobrado deja de contar como impago.
       7600-AVANZAR-FECHA.
           COMPUTE HV-IMPAGOS-POLS = WS-MESES-VENCIDOS - 1.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET FECHA_PROX_COBRO = FECHA_PROX_COBRO + 1 MONTH,
                   MESES_IMPAGOS = :HV-IMPAGOS-POLS
               WHERE ID_POLIZA = :HV-ID-POLS
                 AND ESTADO = 'A'
           END-EXEC.

       7650-ACTUALIZAR-IMPAGOS.
           MOVE WS-MESES-VENCIDOS TO HV-IMPAGOS-POLS.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET MESES_IMPAGOS = :HV-IMPAGOS-POLS
               WHERE ID_POLIZA = :HV-ID-POLS
                 AND ESTADO = 'A'
           END-EXEC.

       7700-CANCELAR-POLIZA.
           MOVE WS-MESES-VENCIDOS TO HV-IMPAGOS-POLS.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET ESTADO = 'C', MOTIVO_BAJA = 'I',
                   MESES_IMPAGOS = :HV-IMPAGOS-POLS,
                   FECHA_BAJA = CURRENT TIMESTAMP
               WHERE ID_POLIZA = :HV-ID-POLS
                 AND ESTADO = 'A'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-COBRADAS TO WS-EJEC-PROC.
           COMPUTE WS-EJEC-OMIT = WS-CONT-SIN-FONDOS
               + WS-CONT-CANCELADAS + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           EXEC SQL CLOSE CUR-POLIZAS END-EXEC.
           CLOSE REPORTE-SEGUROS.
           DISPLAY 'PBNKSY - PRIMAS COBRADAS  : ' WS-CONT-COBRADAS.
           DISPLAY 'PBNKSY - SIN FONDOS       : '
               WS-CONT-SIN-FONDOS.
           DISPLAY 'PBNKSY - CANCELADAS       : '
               WS-CONT-CANCELADAS.
           DISPLAY 'PBNKSY - ERRORES          : ' WS-CONT-ERRORES.
           MOVE WS-TOTAL-PRIMAS TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKSY - TOTAL PRIMAS     : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKSY - COBRO DE PRIMAS DE SEGUROS - FIN'.

       COPY CPYEJBP.
       COPY CPYIDCP.
       COPY CPYCHNP.
