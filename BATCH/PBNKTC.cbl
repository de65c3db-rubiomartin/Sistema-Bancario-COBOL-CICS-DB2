       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTC.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTC                                 **
      ** TITULO ...........: CIERRE DE CICLO DE TARJETAS DE CREDITO **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre cada noche; cada cuenta de IBMUSER.CUENTAS_TARJETA **
      **   cierra una vez por mes, la primera noche con fecha de    **
      **   negocio en o despues de su DIA_CIERRE (un feriado no     **
      **   saltea el cierre del mes).                               **
      ** - Cierre (2000): interes de financiacion sobre el saldo    **
      **   del resumen anterior que quedo impago (SALDO_RESUMEN -   **
      **   PAGOS_PERIODO) a TASA_FINANCIACION / 12, como            **
      **   movimiento 'I'; suma de los movimientos no facturados    **
      **   de IBMUSER.MOVIMIENTOS_TC, pago minimo = PORC_PAGO_      **
      **   MINIMO_TC % del saldo con piso PAGO_MINIMO_FIJO_TC (sin  **
      **   pasar el saldo), vencimiento = cierre +                  **
      **   DIAS_VENC_RESUMEN_TC dias. Graba IBMUSER.RESUMENES_TC,   **
      **   marca los movimientos con su ID_RESUMEN y deja en la     **
      **   cuenta el ultimo resumen con PAGOS_PERIODO en cero.      **
      **   COMMIT por cuenta; un relanzamiento no recierra lo ya    **
      **   cerrado (FECHA_ULT_CIERRE).                              **
      ** - Debito automatico (3000): en el vencimiento, resumenes   **
      **   'P' de cuentas con DEBITO_AUTO 'M' (minimo) o 'T'        **
      **   (total), menos lo que el cliente ya pago a mano. Si      **
      **   CUENTA_DEBITO tiene saldo se debita con el bloqueo       **
      **   optimista de BATCH/PBNKLC.cbl (movimiento '7') y se      **
      **   acredita en la tarjeta con COPYS/CPYPTCP.cbl ('D'); si   **
      **   no alcanza, 'I' y el cliente paga por PBNKT. Es un       **
      **   pago entre cuentas propias: no paga impuesto debitos y   **
      **   creditos.                                                **
      ** - Resumenes (4000): al DD RESUMTC, en texto plano de       **
      **   ancho fijo como el extracto de BATCH/PBNKJ.cbl, los      **
      **   resumenes con cierre en la fecha de negocio (un          **
      **   relanzamiento los reescribe todos).                      **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN-TARJETA ASSIGN TO RESUMTC
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-TARJETA
           RECORDING MODE IS F.
       01  REG-RESUMEN                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLMVTC END-EXEC.
           EXEC SQL INCLUDE DCLRSTC END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-INICIO-MES         PIC X(10) VALUE SPACES.
           05 WS-DIA-HOY            PIC S9(9) COMP VALUE 0.
           05 WS-INTERES            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IMPAGO             PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-COMPRAS            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-PAGOS              PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-INTERESES          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-CIERRE       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-CALCULADO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-PAGO-MINIMO        PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-FECHA-VENC         PIC X(10) VALUE SPACES.
           05 WS-ESTADO-DEBITO      PIC X(1)  VALUE SPACE.
           05 WS-MONTO-DEBITO       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO        PIC S9(8)V9(2) COMP-3.
           05 WS-ID-MOV-NUEVO       PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-CIERRES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-INTERES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DEBITOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-SIN-FONDOS PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-SIN-DEBITO PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RESUMENES PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DETALLE   PIC S9(7) COMP-3 VALUE 0.
      * Parametros (valores de fabrica; IBMUSER.PARAMETROS manda).
           05 WS-PORC-PAGO-MIN      PIC S9(3)V9(6) COMP-3 VALUE 5.
           05 WS-PAGO-MIN-FIJO      PIC S9(10)V9(2) COMP-3 VALUE 500.
           05 WS-DIAS-VENC          PIC S9(4) COMP VALUE 10.

       01  WS-LINEA-ENCABEZADO.
           05 FILLER                PIC X(28) VALUE
              'RESUMEN TARJETA DE CREDITO '.
           05 WS-LEN-CUENTA         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LEN-USUARIO        PIC X(8).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-LINEA-FECHAS.
           05 FILLER                PIC X(14) VALUE
              'CIERRE ......:'.
           05 WS-LFE-CIERRE         PIC X(10).
           05 FILLER                PIC X(16) VALUE
              '  VENCIMIENTO: '.
           05 WS-LFE-VENC           PIC X(10).
           05 FILLER                PIC X(30) VALUE SPACES.

       01  WS-LINEA-IMPORTE.
           05 WS-LIM-ETIQUETA       PIC X(18).
           05 WS-LIM-IMPORTE        PIC -(10)9,99.
           05 FILLER                PIC X(48) VALUE SPACES.

       01  WS-LINEA-TITULO-DET.
           05 FILLER                PIC X(40) VALUE
              'FECHA       TIPO          IMPORTE  CONCE'.
           05 FILLER                PIC X(40) VALUE 'PTO'.

       01  WS-LINEA-DETALLE.
           05 WS-LDE-FECHA          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LDE-TIPO           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LDE-IMPORTE        PIC -(10)9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LDE-CONCEPTO       PIC X(30).
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-LINEA-SIN-MOV.
           05 FILLER                PIC X(40) VALUE
              'SIN MOVIMIENTOS EN EL PERIODO'.
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-LINEA-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTC'.
           03  WC-CONCEPTO-INTERES  PIC X(30)
               VALUE 'INTERES DE FINANCIACION'.
           03  WC-CONCEPTO-PAGO     PIC X(30)
               VALUE 'PAGO TARJETA CREDITO'.
           03  WC-CONCEPTO-PAGO-TC  PIC X(30)
               VALUE 'DEBITO AUTOMATICO'.

       COPY CPYEJBW.
       COPY CPYPTCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CERRAR-CICLOS.
           PERFORM 3000-DEBITOS-AUTOMATICOS.
           PERFORM 4000-EMITIR-RESUMENES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKTC - CIERRE DE CICLO TARJETAS CREDITO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKTC - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.
           OPEN OUTPUT RESUMEN-TARJETA.

      *================================================================*
      * 2000 - CIERRE DE LAS CUENTAS CUYO DIA LLEGO ESTE MES           *
      * Ya cerrada este mes = FECHA_ULT_CIERRE desde el dia 1; una     *
      * cuenta abierta este mes despues de su dia de cierre espera al  *
      * mes siguiente (no sale un primer resumen vacio).               *
      *================================================================*
       2000-CERRAR-CICLOS.
           EXEC SQL DECLARE CUR-CIERRE CURSOR WITH HOLD FOR
               SELECT ID_CUENTA_TC, NUMERO_CUENTA_TC, USUARIO,
                      SALDO_DEUDA, TASA_FINANCIACION, DEBITO_AUTO,
                      SALDO_RESUMEN, PAGOS_PERIODO
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE ESTADO = 'A'
                 AND DIA_CIERRE <= :WS-DIA-HOY
                 AND FECHA_ULT_CIERRE < DATE(:WS-INICIO-MES)
                 AND (DATE(FECHA_ALTA) < DATE(:WS-INICIO-MES)
                      OR DAY(FECHA_ALTA) < DIA_CIERRE)
               ORDER BY ID_CUENTA_TC
           END-EXEC.
           EXEC SQL OPEN CUR-CIERRE END-EXEC.

           PERFORM 2010-FETCH-CUENTA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-CERRAR-CUENTA
               PERFORM 2010-FETCH-CUENTA
           END-PERFORM.
           EXEC SQL CLOSE CUR-CIERRE END-EXEC.

       2010-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CIERRE
               INTO :HV-ID-CTTC, :HV-NUMERO-CTTC, :HV-USUARIO-CTTC,
                    :HV-DEUDA-CTTC, :HV-TASA-CTTC, :HV-DEB-AUTO-CTTC,
                    :HV-SALDO-RES-CTTC, :HV-PAGOS-PER-CTTC
           END-EXEC.

       2100-CERRAR-CUENTA.
           PERFORM 2200-CARGAR-INTERES.
           IF SQLCODE = 0
               PERFORM 7200-SUMAR-NO-FACTURADO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2300-CALCULAR-RESUMEN
               PERFORM 7300-INSERTAR-RESUMEN
           END-IF.
           IF SQLCODE = 0
               PERFORM 7350-FACTURAR-MOVIMIENTOS
           END-IF.
           IF SQLCODE = 0
               PERFORM 7400-ACTUALIZAR-CUENTA-CIERRE
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-CIERRES
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKTC - ERROR SQLCODE ' SQLCODE
                   ' CERRANDO ' HV-NUMERO-CTTC
               MOVE 8 TO RETURN-CODE
           END-IF.
      * El FETCH siguiente no debe ver el SQLCODE de este cierre.
           MOVE 0 TO SQLCODE.

      * Financiacion: lo que quedo impago del resumen anterior paga
      * un mes de interes a la tasa nominal anual de la cuenta.
       2200-CARGAR-INTERES.
           MOVE 0 TO WS-INTERES.
           COMPUTE WS-IMPAGO = HV-SALDO-RES-CTTC - HV-PAGOS-PER-CTTC.
           IF WS-IMPAGO > 0
               COMPUTE WS-INTERES ROUNDED =
                   WS-IMPAGO * HV-TASA-CTTC / 1200
           END-IF.
           IF WS-INTERES > 0
               MOVE 'I'                 TO HV-TIPO-MVTC
               MOVE WS-INTERES          TO HV-MONTO-MVTC
               MOVE WC-CONCEPTO-INTERES TO HV-CONCEPTO-MVTC
               PERFORM 7250-INSERTAR-MOV-TC
               IF SQLCODE = 0
                   ADD WS-INTERES TO HV-DEUDA-CTTC
                   ADD 1 TO WS-CONTADOR-INTERES
               END-IF
           END-IF.

       2300-CALCULAR-RESUMEN.
           COMPUTE WS-SALDO-CALCULADO = HV-SALDO-RES-CTTC - WS-PAGOS
               + WS-COMPRAS + WS-INTERESES.
           MOVE HV-DEUDA-CTTC TO WS-SALDO-CIERRE.
      * La deuda de la cuenta manda; un descuadre con la suma del
      * libro queda avisado en el SYSOUT para revisarlo.
           IF WS-SALDO-CALCULADO NOT = WS-SALDO-CIERRE
               DISPLAY 'PBNKTC - AVISO DESCUADRE ' HV-NUMERO-CTTC
                   ' DEUDA ' WS-SALDO-CIERRE
                   ' LIBRO ' WS-SALDO-CALCULADO
           END-IF.
           IF WS-SALDO-CIERRE > 0
               COMPUTE WS-PAGO-MINIMO ROUNDED =
                   WS-SALDO-CIERRE * WS-PORC-PAGO-MIN / 100
               IF WS-PAGO-MINIMO < WS-PAGO-MIN-FIJO
                   MOVE WS-PAGO-MIN-FIJO TO WS-PAGO-MINIMO
               END-IF
               IF WS-PAGO-MINIMO > WS-SALDO-CIERRE
                   MOVE WS-SALDO-CIERRE TO WS-PAGO-MINIMO
               END-IF
           ELSE
               MOVE 0 TO WS-PAGO-MINIMO
           END-IF.
           IF HV-DEB-AUTO-CTTC NOT = 'N' AND WS-SALDO-CIERRE > 0
               MOVE 'P' TO WS-ESTADO-DEBITO
           ELSE
               MOVE 'N' TO WS-ESTADO-DEBITO
           END-IF.

      *================================================================*
      * 3000 - DEBITO AUTOMATICO EN EL VENCIMIENTO                     *
      *================================================================*
       3000-DEBITOS-AUTOMATICOS.
           EXEC SQL DECLARE CUR-DEBITOS CURSOR WITH HOLD FOR
               SELECT R.ID_RESUMEN, R.SALDO_CIERRE, R.PAGO_MINIMO,
                      C.ID_CUENTA_TC, C.NUMERO_CUENTA_TC, C.USUARIO,
                      C.DEBITO_AUTO, C.CUENTA_DEBITO, C.PAGOS_PERIODO,
                      C.ESTADO
               FROM IBMUSER.RESUMENES_TC R,
                    IBMUSER.CUENTAS_TARJETA C
               WHERE R.ESTADO_DEBITO = 'P'
                 AND R.FECHA_VENC_PAGO <= DATE(:WS-FECHA-NEGOCIO)
                 AND C.ID_CUENTA_TC = R.ID_CUENTA_TC
               ORDER BY R.ID_RESUMEN
           END-EXEC.
           EXEC SQL OPEN CUR-DEBITOS END-EXEC.

           PERFORM 3010-FETCH-DEBITO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-DEBITAR-RESUMEN
               PERFORM 3010-FETCH-DEBITO
           END-PERFORM.
           EXEC SQL CLOSE CUR-DEBITOS END-EXEC.

       3010-FETCH-DEBITO.
           EXEC SQL FETCH CUR-DEBITOS
               INTO :HV-ID-RSTC, :HV-SALDO-CIE-RSTC,
                    :HV-PAGO-MIN-RSTC, :HV-ID-CTTC, :HV-NUMERO-CTTC,
                    :HV-USUARIO-CTTC, :HV-DEB-AUTO-CTTC,
                    :HV-CTA-DEB-CTTC, :HV-PAGOS-PER-CTTC,
                    :HV-ESTADO-CTTC
           END-EXEC.

      * Lo que falta pagar segun la opcion vigente de la cuenta; lo
      * ya pagado a mano desde el cierre se descuenta.
       3100-DEBITAR-RESUMEN.
           EVALUATE HV-DEB-AUTO-CTTC
               WHEN 'T'
                   COMPUTE WS-MONTO-DEBITO =
                       HV-SALDO-CIE-RSTC - HV-PAGOS-PER-CTTC
               WHEN 'M'
                   COMPUTE WS-MONTO-DEBITO =
                       HV-PAGO-MIN-RSTC - HV-PAGOS-PER-CTTC
               WHEN OTHER
                   MOVE 0 TO WS-MONTO-DEBITO
           END-EVALUATE.
           IF HV-ESTADO-CTTC NOT = 'A'
               MOVE 0 TO WS-MONTO-DEBITO
           END-IF.

           IF WS-MONTO-DEBITO NOT > 0
               MOVE 'N' TO WS-ESTADO-DEBITO
               ADD 1 TO WS-CONTADOR-SIN-DEBITO
               PERFORM 7600-MARCAR-RESUMEN
           ELSE
               PERFORM 7500-LEER-SALDO-CUENTA
               IF SQLCODE = 0 AND WS-SALDO-ACTUAL < WS-MONTO-DEBITO
                   MOVE 'I' TO WS-ESTADO-DEBITO
                   ADD 1 TO WS-CONTADOR-SIN-FONDOS
                   PERFORM 7600-MARCAR-RESUMEN
               ELSE
                   IF SQLCODE = 0
                       PERFORM 3200-POSTEAR-DEBITO
                   END-IF
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKTC - ERROR SQLCODE ' SQLCODE
                   ' DEBITANDO ' HV-NUMERO-CTTC
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

       3200-POSTEAR-DEBITO.
           SUBTRACT WS-MONTO-DEBITO FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7550-ACTUALIZAR-SALDO-CUENTA.
           IF SQLCODE = 0
               PERFORM 7560-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-NUEVO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE HV-NUMERO-CTTC      TO WS-PTC-CUENTA-TC
               MOVE WS-MONTO-DEBITO     TO WS-PTC-MONTO
               MOVE WS-ID-MOV-NUEVO     TO WS-PTC-ID-MOV
               MOVE WS-FECHA-NEGOCIO    TO WS-PTC-FECHA-NEG
               MOVE WC-CONCEPTO-PAGO-TC TO WS-PTC-CONCEPTO
               PERFORM 9798-APLICAR-PAGO-TC
           END-IF.
           IF SQLCODE = 0
               MOVE 'D' TO WS-ESTADO-DEBITO
               PERFORM 7600-MARCAR-RESUMEN
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-DEBITOS
           END-IF.

      *================================================================*
      * 4000 - RESUMENES DEL DIA AL DD RESUMTC                         *
      *================================================================*
       4000-EMITIR-RESUMENES.
           EXEC SQL DECLARE CUR-RESUMENES CURSOR FOR
               SELECT R.ID_RESUMEN, C.NUMERO_CUENTA_TC, C.USUARIO,
                      CHAR(R.FECHA_CIERRE, ISO),
                      CHAR(R.FECHA_VENC_PAGO, ISO),
                      R.SALDO_ANTERIOR, R.PAGOS, R.COMPRAS,
                      R.INTERESES, R.SALDO_CIERRE, R.PAGO_MINIMO
               FROM IBMUSER.RESUMENES_TC R,
                    IBMUSER.CUENTAS_TARJETA C
               WHERE R.FECHA_CIERRE = DATE(:WS-FECHA-NEGOCIO)
                 AND C.ID_CUENTA_TC = R.ID_CUENTA_TC
               ORDER BY R.ID_RESUMEN
           END-EXEC.
           EXEC SQL OPEN CUR-RESUMENES END-EXEC.

           PERFORM 4010-FETCH-RESUMEN.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ESCRIBIR-RESUMEN
               PERFORM 4010-FETCH-RESUMEN
           END-PERFORM.
           EXEC SQL CLOSE CUR-RESUMENES END-EXEC.

       4010-FETCH-RESUMEN.
           EXEC SQL FETCH CUR-RESUMENES
               INTO :HV-ID-RSTC, :HV-NUMERO-CTTC, :HV-USUARIO-CTTC,
                    :HV-FECHA-CIE-RSTC, :HV-FECHA-VENC-RSTC,
                    :HV-SALDO-ANT-RSTC, :HV-PAGOS-RSTC,
                    :HV-COMPRAS-RSTC, :HV-INTERES-RSTC,
                    :HV-SALDO-CIE-RSTC, :HV-PAGO-MIN-RSTC
           END-EXEC.

       4100-ESCRIBIR-RESUMEN.
           ADD 1 TO WS-CONTADOR-RESUMENES.
           MOVE HV-NUMERO-CTTC     TO WS-LEN-CUENTA.
           MOVE HV-USUARIO-CTTC    TO WS-LEN-USUARIO.
           WRITE REG-RESUMEN FROM WS-LINEA-ENCABEZADO.
           MOVE HV-FECHA-CIE-RSTC  TO WS-LFE-CIERRE.
           MOVE HV-FECHA-VENC-RSTC TO WS-LFE-VENC.
           WRITE REG-RESUMEN FROM WS-LINEA-FECHAS.
           MOVE 'SALDO ANTERIOR ..:' TO WS-LIM-ETIQUETA.
           MOVE HV-SALDO-ANT-RSTC  TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-SEPARADOR.
           WRITE REG-RESUMEN FROM WS-LINEA-TITULO-DET.

           MOVE 0 TO WS-CONTADOR-DETALLE.
           PERFORM 7700-ABRIR-CURSOR-DETALLE.
           PERFORM 7710-FETCH-DETALLE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4200-ESCRIBIR-DETALLE
               PERFORM 7710-FETCH-DETALLE
           END-PERFORM.
           EXEC SQL CLOSE CUR-DETALLE END-EXEC.
           IF WS-CONTADOR-DETALLE = 0
               WRITE REG-RESUMEN FROM WS-LINEA-SIN-MOV
           END-IF.

           WRITE REG-RESUMEN FROM WS-LINEA-SEPARADOR.
           MOVE 'PAGOS ...........:' TO WS-LIM-ETIQUETA.
           MOVE HV-PAGOS-RSTC      TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           MOVE 'COMPRAS .........:' TO WS-LIM-ETIQUETA.
           MOVE HV-COMPRAS-RSTC    TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           MOVE 'INTERESES .......:' TO WS-LIM-ETIQUETA.
           MOVE HV-INTERES-RSTC    TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           MOVE 'SALDO AL CIERRE .:' TO WS-LIM-ETIQUETA.
           MOVE HV-SALDO-CIE-RSTC  TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           MOVE 'PAGO MINIMO .....:' TO WS-LIM-ETIQUETA.
           MOVE HV-PAGO-MIN-RSTC   TO WS-LIM-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-IMPORTE.
           WRITE REG-RESUMEN FROM WS-LINEA-SEPARADOR.
      * El FETCH del cursor externo no debe ver el +100 del detalle.
           MOVE 0 TO SQLCODE.

       4200-ESCRIBIR-DETALLE.
           ADD 1 TO WS-CONTADOR-DETALLE.
           MOVE HV-FECHA-NEG-MVTC  TO WS-LDE-FECHA.
           EVALUATE HV-TIPO-MVTC
               WHEN 'C'
                   MOVE 'COMPRA'   TO WS-LDE-TIPO
               WHEN 'P'
                   MOVE 'PAGO'     TO WS-LDE-TIPO
               WHEN 'I'
                   MOVE 'INTERES'  TO WS-LDE-TIPO
               WHEN OTHER
                   MOVE HV-TIPO-MVTC TO WS-LDE-TIPO
           END-EVALUATE.
           IF HV-TIPO-MVTC = 'P'
               COMPUTE WS-LDE-IMPORTE = 0 - HV-MONTO-MVTC
           ELSE
               MOVE HV-MONTO-MVTC TO WS-LDE-IMPORTE
           END-IF.
           MOVE HV-CONCEPTO-MVTC   TO WS-LDE-CONCEPTO.
           WRITE REG-RESUMEN FROM WS-LINEA-DETALLE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-NEGOCIO)
                   - (DAY(DATE(:WS-FECHA-NEGOCIO)) - 1) DAYS, ISO),
                   DAY(DATE(:WS-FECHA-NEGOCIO))
               INTO :WS-INICIO-MES, :WS-DIA-HOY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PORC_PAGO_MINIMO_TC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PORC-PAGO-MIN
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PAGO_MINIMO_FIJO_TC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PAGO-MIN-FIJO
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_VENC_RESUMEN_TC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-VENC
           END-IF.

      * Movimientos de la cuenta todavia no facturados (ID_RESUMEN
      * 0), incluido el interes recien cargado.
       7200-SUMAR-NO-FACTURADO.
           EXEC SQL SELECT
                 COALESCE(SUM(CASE WHEN TIPO = 'C' THEN MONTO
                                   ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN TIPO = 'P' THEN MONTO
                                   ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN TIPO = 'I' THEN MONTO
                                   ELSE 0 END), 0)
               INTO :WS-COMPRAS, :WS-PAGOS, :WS-INTERESES
               FROM IBMUSER.MOVIMIENTOS_TC
               WHERE ID_CUENTA_TC = :HV-ID-CTTC
                 AND ID_RESUMEN = 0
           END-EXEC.

      * El llamador carga HV-TIPO-MVTC, HV-MONTO-MVTC y
      * HV-CONCEPTO-MVTC.
       7250-INSERTAR-MOV-TC.
           MOVE HV-ID-CTTC       TO HV-ID-CTA-MVTC.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG-MVTC.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_TC
               (ID_CUENTA_TC, TIPO, MONTO, CONCEPTO, FECHA_NEGOCIO)
               VALUES (:HV-ID-CTA-MVTC, :HV-TIPO-MVTC, :HV-MONTO-MVTC,
                :HV-CONCEPTO-MVTC, DATE(:HV-FECHA-NEG-MVTC))
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
                   SET SALDO_DEUDA = SALDO_DEUDA + :HV-MONTO-MVTC
                   WHERE ID_CUENTA_TC = :HV-ID-CTTC
               END-EXEC
           END-IF.

       7300-INSERTAR-RESUMEN.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-NEGOCIO)
                   + :WS-DIAS-VENC DAYS, ISO)
               INTO :WS-FECHA-VENC
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE HV-ID-CTTC         TO HV-ID-CTA-RSTC.
           MOVE WS-FECHA-NEGOCIO   TO HV-FECHA-CIE-RSTC.
           MOVE HV-SALDO-RES-CTTC  TO HV-SALDO-ANT-RSTC.
           MOVE WS-PAGOS           TO HV-PAGOS-RSTC.
           MOVE WS-COMPRAS         TO HV-COMPRAS-RSTC.
           MOVE WS-INTERESES       TO HV-INTERES-RSTC.
           MOVE WS-SALDO-CIERRE    TO HV-SALDO-CIE-RSTC.
           MOVE WS-PAGO-MINIMO     TO HV-PAGO-MIN-RSTC.
           MOVE WS-FECHA-VENC      TO HV-FECHA-VENC-RSTC.
           MOVE WS-ESTADO-DEBITO   TO HV-ESTADO-DEB-RSTC.
           IF SQLCODE = 0
               EXEC SQL INSERT INTO IBMUSER.RESUMENES_TC
                   (ID_CUENTA_TC, FECHA_CIERRE, SALDO_ANTERIOR, PAGOS,
                    COMPRAS, INTERESES, SALDO_CIERRE, PAGO_MINIMO,
                    FECHA_VENC_PAGO, ESTADO_DEBITO)
                   VALUES (:HV-ID-CTA-RSTC, DATE(:HV-FECHA-CIE-RSTC),
                    :HV-SALDO-ANT-RSTC, :HV-PAGOS-RSTC,
                    :HV-COMPRAS-RSTC, :HV-INTERES-RSTC,
                    :HV-SALDO-CIE-RSTC, :HV-PAGO-MIN-RSTC,
                    DATE(:HV-FECHA-VENC-RSTC), :HV-ESTADO-DEB-RSTC)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-RSTC
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7350-FACTURAR-MOVIMIENTOS.
           EXEC SQL UPDATE IBMUSER.MOVIMIENTOS_TC
               SET ID_RESUMEN = :HV-ID-RSTC
               WHERE ID_CUENTA_TC = :HV-ID-CTTC
                 AND ID_RESUMEN = 0
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7400-ACTUALIZAR-CUENTA-CIERRE.
           EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
               SET SALDO_RESUMEN    = :HV-SALDO-CIE-RSTC,
                   PAGO_MINIMO      = :HV-PAGO-MIN-RSTC,
                   FECHA_VENC_PAGO  = DATE(:HV-FECHA-VENC-RSTC),
                   PAGOS_PERIODO    = 0,
                   FECHA_ULT_CIERRE = DATE(:HV-FECHA-CIE-RSTC)
               WHERE ID_CUENTA_TC = :HV-ID-CTTC
           END-EXEC.

       7500-LEER-SALDO-CUENTA.
           MOVE HV-CTA-DEB-CTTC TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7550-ACTUALIZAR-SALDO-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7560-INSERTAR-MOVIMIENTO.
           MOVE '7'                TO HV-TIPO-OPER.
           MOVE WS-MONTO-DEBITO    TO HV-MONTO.
           MOVE HV-USUARIO-CTTC    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-CTTC    TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-CTA-DEB-CTTC    TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-PAGO   TO HV-CONCEPTO.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7600-MARCAR-RESUMEN.
           MOVE WS-ESTADO-DEBITO TO HV-ESTADO-DEB-RSTC.
           EXEC SQL UPDATE IBMUSER.RESUMENES_TC
               SET ESTADO_DEBITO = :HV-ESTADO-DEB-RSTC
               WHERE ID_RESUMEN = :HV-ID-RSTC
           END-EXEC.

       7700-ABRIR-CURSOR-DETALLE.
           EXEC SQL DECLARE CUR-DETALLE CURSOR FOR
               SELECT CHAR(FECHA_NEGOCIO, ISO), TIPO, MONTO, CONCEPTO
               FROM IBMUSER.MOVIMIENTOS_TC
               WHERE ID_RESUMEN = :HV-ID-RSTC
               ORDER BY FECHA_NEGOCIO, ID_MOV_TC
           END-EXEC.
           EXEC SQL OPEN CUR-DETALLE END-EXEC.

       7710-FETCH-DETALLE.
           EXEC SQL FETCH CUR-DETALLE
               INTO :HV-FECHA-NEG-MVTC, :HV-TIPO-MVTC, :HV-MONTO-MVTC,
                    :HV-CONCEPTO-MVTC
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE RESUMEN-TARJETA.
           MOVE WS-CONTADOR-CIERRES TO WS-EJEC-PROC.
           MOVE WS-CONTADOR-SIN-FONDOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKTC - CUENTAS CERRADAS      : '
               WS-CONTADOR-CIERRES.
           DISPLAY 'PBNKTC - CON INTERES FINANC.   : '
               WS-CONTADOR-INTERES.
           DISPLAY 'PBNKTC - DEBITOS AUTOMATICOS   : '
               WS-CONTADOR-DEBITOS.
           DISPLAY 'PBNKTC - DEBITOS SIN FONDOS    : '
               WS-CONTADOR-SIN-FONDOS.
           DISPLAY 'PBNKTC - SIN DEBITO (PAGADOS)  : '
               WS-CONTADOR-SIN-DEBITO.
           DISPLAY 'PBNKTC - RESUMENES EMITIDOS    : '
               WS-CONTADOR-RESUMENES.
           DISPLAY 'PBNKTC - ERRORES               : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKTC - CIERRE DE CICLO TARJETAS CREDITO - FIN'.

       COPY CPYEJBP.
       COPY CPYPTCP.
       COPY CPYCHNP.
