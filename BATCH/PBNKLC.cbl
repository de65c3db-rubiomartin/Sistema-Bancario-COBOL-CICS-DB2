      **   prestamos activos y debita cada una de la cuenta del     **
      **   prestamo con el mismo bloqueo optimista y estilo de      **
      **   BATCH/PBNKV.cbl, generando el movimiento 'Q'.            **
      ** - Cada cuota debitada paga el impuesto a los debitos y     **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl) salvo       **
      **   cuenta exenta en IBMUSER.EXENCIONES_IDC.                 **
      ** - Si la cuenta no tiene fondos para la cuota, no se marca  **
      **   nada: la cuota sigue 'P' y se reintenta cada noche; la   **
      **   mora del prestamo la refleja DIAS_MORA (ver abajo).      **
      ** - Antes de cobrar devenga los cargos por mora de toda la   **
      **   cartera (COPYS/CPYMORP.cbl): interes punitorio diario    **
      **   y cargo fijo pasada la gracia. Una cuota vencida se      **
      **   cobra junto con sus cargos (movimientos '3' aparte);     **
      **   si la cuenta no cubre el total no se debita nada.        **
      ** - La cuota se postea en dos partes: 'Q' el capital         **
      **   (CAPITAL_CUOTA) y '4' el interes (INTERES_CUOTA), que    **
      **   cancela el interes devengado a cobrar. Antes de cobrar   **
      **   devenga el interes del dia de toda la cartera            **
      **   (COPYS/CPYDEVP.cbl, IBMUSER.DEVENGOS_PRESTAMO, que       **
      **   asientan PBNKGL/PBNKGM) y completa el de cada cuota      **
      **   que cobra.                                               **
      ** - Prestamos en UVA (PRESTAMOS.UNIDAD): antes de todo       **
      **   revalua la cartera UVA al indice de la fecha de negocio  **
      **   (COPYS/CPYUVAP.cbl, IBMUSER.VALORES_UVA), asi la cuota   **
      **   se cobra en pesos al indice del dia de cobro y la        **
      **   diferencia del capital va a IBMUSER.AJUSTES_UVA para     **
      **   PBNKGL/PBNKGM. Sin indice del dia (alarma de PBNKUV) las **
      **   cuotas UVA no se cobran esa noche (RC 4) y la cuota      **
      **   cobrada guarda el indice aplicado (VALOR_UVA_COBRO).     **
      ** - Al quedar un prestamo sin cuotas 'P' pasa a ESTADO='F'.  **
      **   Se liberan sus garantias y su seguro de vida saldo       **
      **   deudor (IBMUSER.POLIZAS_SEGURO) queda finalizado.        **
      ** - Al final de la corrida un solo UPDATE masivo recalcula   **
      **   PRESTAMOS.DIAS_MORA = dias transcurridos desde el        **
      **   vencimiento impago mas antiguo de cada prestamo activo.  **
      ** - COMMIT por cuota procesada y reiniciable via IBMUSER.    **
      **   CHECKPOINT_BATCH, igual que BATCH/PBNKV.cbl.             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CUENTA-DEBITO      PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL       PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO        PIC S9(8)V9(2) COMP-3.
      * Saldo que deja cada movimiento de la cuota (cuota, punitorio,
      * cargo) hasta llegar a WS-SALDO-NUEVO.
           05 WS-SALDO-MOVIMIENTO   PIC S9(8)V9(2) COMP-3.
      * Cuota + interes punitorio + cargo por mora.
           05 WS-TOTAL-COBRAR       PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Partes de la cuota: capital ('Q') e interes ('4').
           05 WS-CAPITAL-COBRAR     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-COBRAR     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CUOTAS-RESTANTES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-PROC      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-OMIT      PIC S9(7) COMP-3 VALUE 0.
           03  WC-INTERVALO-CHECKPOINT PIC S9(4) COMP VALUE 50.
           03  WC-CONCEPTO-CUOTA    PIC X(30)
               VALUE 'CUOTA PRESTAMO'.
           03  WC-CONCEPTO-INTERES  PIC X(30)
               VALUE 'INTERES CUOTA PRESTAMO'.
           03  WC-CONCEPTO-PUNIT    PIC X(30)
               VALUE 'PUNITORIOS CUOTA PRESTAMO'.
           03  WC-CONCEPTO-CARGO    PIC X(30)
               VALUE 'CARGO POR MORA CUOTA PRESTAMO'.

       COPY CPYEJBW.
       COPY CPYIDCW.
       COPY CPYMORW.
       COPY CPYDEVW.
       COPY CPYUVAW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           DISPLAY 'PBNKLC - COBRANZA DE CUOTAS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7060-LEER-CHECKPOINT.
           PERFORM 1400-REVALUAR-UVA.
           PERFORM 1500-DEVENGAR-MORA.
           PERFORM 1600-DEVENGAR-INTERESES.
           PERFORM 7100-ABRIR-CURSOR-CUOTAS.

      * Revaluacion de la cartera UVA al indice de la fecha de
      * negocio, en su propia unidad de trabajo y antes de la mora y
      * el devengo, que leen las cuotas en pesos. Un reinicio aplica
      * el mismo indice sin efecto (ver COPYS/CPYUVAP.cbl). Sin
      * indice las cuotas UVA quedan fuera del cursor (7100).
       1400-REVALUAR-UVA.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-UVA-FECHA-NEG
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE WS-UVA-FECHA-NEG TO WS-UVA-FECHA.
           PERFORM 9670-LEER-VALOR-UVA.
           IF SQLCODE = 100
               DISPLAY 'PBNKLC - SIN INDICE UVA DEL ' WS-UVA-FECHA
                   ' - NO SE COBRAN CUOTAS UVA'
               MOVE 4 TO RETURN-CODE
           ELSE
           IF SQLCODE = 0
               MOVE 0 TO WS-UVA-ID
               PERFORM 9672-REVALUAR-PRESTAMOS
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY 'PBNKLC - PRESTAMOS UVA AJUSTADOS: '
                       WS-UVA-CANT
               ELSE
                   DISPLAY 'PBNKLC - ERROR REVALUANDO UVA SQLCODE '
                       SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'PBNKLC - ERROR LEYENDO INDICE UVA SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

      * Devengo de punitorios y cargos de toda la cartera, en su
      * propia unidad de trabajo antes del cursor de cobranza. Un
      * reinicio lo repite sin efecto (ver COPYS/CPYMORP.cbl).
       1500-DEVENGAR-MORA.
           MOVE 0 TO WS-MOR-ID-PRESTAMO.
           PERFORM 9740-DEVENGAR-MORA.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'PBNKLC - CUOTAS CON PUNITORIOS : '
                   WS-MOR-CANT-PUNIT
               DISPLAY 'PBNKLC - CARGOS POR MORA NUEVOS: '
                   WS-MOR-CANT-CARGO
           ELSE
               DISPLAY 'PBNKLC - ERROR DEVENGANDO MORA SQLCODE '
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Devengo del interes de las cuotas de toda la cartera a la
      * fecha de negocio, tambien en su propia unidad de trabajo y
      * sin efecto en un reinicio (ver COPYS/CPYDEVP.cbl).
       1600-DEVENGAR-INTERESES.
           MOVE 0 TO WS-DEV-ID-PRESTAMO.
           PERFORM 9791-DEVENGAR-INTERESES.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'PBNKLC - CUOTAS CON DEVENGO    : '
                   WS-DEV-CANT-CUOTAS
           ELSE
               DISPLAY 'PBNKLC - ERROR DEVENGANDO INTERES SQLCODE '
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 2000 - PROCESO PRINCIPAL DE CUOTAS VENCIDAS                    *
      *================================================================*
           ELSE
               MOVE HV-CUENTA-PRES TO WS-CUENTA-DEBITO
           END-IF.
           COMPUTE WS-TOTAL-COBRAR = HV-MONTO-PCUO + HV-PUNIT-PCUO
               + HV-CARGO-MORA-PCUO.
      * Cuota sin desglose (plan anterior al desglose y no
      * completado): va entera a capital como antes.
           IF HV-CAPITAL-PCUO + HV-INTERES-PCUO = HV-MONTO-PCUO
               MOVE HV-CAPITAL-PCUO TO WS-CAPITAL-COBRAR
               MOVE HV-INTERES-PCUO TO WS-INTERES-COBRAR
           ELSE
               MOVE HV-MONTO-PCUO   TO WS-CAPITAL-COBRAR
               MOVE 0               TO WS-INTERES-COBRAR
           END-IF.
           PERFORM 7300-LEER-SALDO-CUENTA.

      * Cuenta electa corta o inexistente: antes de dejar la cuota
      * impaga se prueba con la otra cuenta del cliente de mayor
      * saldo que la cubra - la plata estaba una cuenta al lado.
           IF SQLCODE NOT = 0
               OR WS-SALDO-ACTUAL < WS-TOTAL-COBRAR
               PERFORM 2150-BUSCAR-CUENTA-ALTERNATIVA
           END-IF.

                   HV-ID-PRES
               MOVE 0 TO SQLCODE
           ELSE
               IF WS-SALDO-ACTUAL < WS-TOTAL-COBRAR
      * Sin fondos en ninguna cuenta: la cuota queda 'P' y se
      * reintenta a la noche siguiente; la mora la refleja
      * 3000-ACTUALIZAR-MORA.
                   ADD 1 TO WS-CONTADOR-OMIT
               ELSE
                   SUBTRACT WS-TOTAL-COBRAR FROM WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 7400-ACTUALIZAR-SALDO-CUENTA
                   IF SQLCODE = 0
                       SUBTRACT WS-CAPITAL-COBRAR FROM WS-SALDO-ACTUAL
                           GIVING WS-SALDO-MOVIMIENTO
                       PERFORM 7500-INSERTAR-MOVIMIENTO
                   END-IF
                   IF SQLCODE = 0 AND WS-INTERES-COBRAR > 0
                       PERFORM 2105-COBRAR-INTERES
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 2110-COBRAR-CARGOS-MORA
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 2120-COBRAR-IMP-DEBCRED
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7600-MARCAR-CUOTA-COBRADA
                   END-IF
               END-IF
           END-IF.

      * Interes de la cuota ('4'): primero se completa su devengo
      * para que el cobro cancele exactamente lo devengado.
       2105-COBRAR-INTERES.
           MOVE HV-ID-PRES        TO WS-DEV-ID-PRESTAMO.
           MOVE HV-NRO-CUOTA-PCUO TO WS-DEV-NRO-CUOTA.
           PERFORM 9793-COMPLETAR-DEVENGO.
           IF SQLCODE = 0
               SUBTRACT WS-INTERES-COBRAR FROM WS-SALDO-MOVIMIENTO
               PERFORM 7505-INSERTAR-MOVIMIENTO-INT
           END-IF.

      * Punitorios y cargo por mora de la cuota: un movimiento '3'
      * por concepto, en la misma unidad de trabajo que la cuota.
       2110-COBRAR-CARGOS-MORA.
           IF HV-PUNIT-PCUO > 0
               SUBTRACT HV-PUNIT-PCUO FROM WS-SALDO-MOVIMIENTO
               MOVE HV-PUNIT-PCUO     TO HV-MONTO
               MOVE WC-CONCEPTO-PUNIT TO HV-CONCEPTO
               PERFORM 7510-INSERTAR-MOVIMIENTO-MORA
           END-IF.
           IF SQLCODE = 0 AND HV-CARGO-MORA-PCUO > 0
               SUBTRACT HV-CARGO-MORA-PCUO FROM WS-SALDO-MOVIMIENTO
               MOVE HV-CARGO-MORA-PCUO TO HV-MONTO
               MOVE WC-CONCEPTO-CARGO  TO HV-CONCEPTO
               PERFORM 7510-INSERTAR-MOVIMIENTO-MORA
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito de la
      * cuota y sus cargos, en la misma unidad de trabajo
      * (COPYS/CPYIDCP.cbl).
       2120-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-PRES    TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-PRES    TO WS-IDC-TITULAR.
           MOVE WS-CUENTA-DEBITO   TO WS-IDC-CUENTA.
           MOVE WS-TOTAL-COBRAR    TO WS-IDC-MONTO.
           MOVE 'S'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE SPACES             TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2150-BUSCAR-CUENTA-ALTERNATIVA.
           EXEC SQL SELECT NUMERO_CUENTA, SALDO
               INTO :HV-NUMERO-CUENTA, :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :HV-USUARIO-PRES
                 AND NUMERO_CUENTA NOT = :WS-CUENTA-DEBITO
                 AND SALDO >= :WS-TOTAL-COBRAR
               ORDER BY SALDO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
               IF SQLCODE = 0
                   PERFORM 2250-LIBERAR-GARANTIAS
               END-IF
               IF SQLCODE = 0
                   PERFORM 2260-FINALIZAR-SEGURO-VIDA
               END-IF
           END-IF.

      * Prestamo finalizado: sus garantias (IBMUSER.GARANTIAS, ver
               MOVE 0 TO SQLCODE
           END-IF.

      * El seguro de vida saldo deudor (IBMUSER.POLIZAS_SEGURO, ver
      * BATCH/PBNKSY.cbl) termina con el prestamo: no se cobran mas
      * primas.
       2260-FINALIZAR-SEGURO-VIDA.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET ESTADO = 'F',
                   FECHA_BAJA = CURRENT TIMESTAMP
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND TIPO_COBERTURA = 'V'
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 3000 - RECALCULO DE DIAS DE MORA POR PRESTAMO                  *
      * Un solo UPDATE masivo: mora = dias desde el vencimiento        *
       7100-ABRIR-CURSOR-CUOTAS.
           EXEC SQL DECLARE CUR-CUOTAS CURSOR WITH HOLD FOR
               SELECT C.ID_PRESTAMO, C.NRO_CUOTA, C.MONTO_CUOTA,
                      C.INTERES_PUNITORIO, C.CARGO_MORA,
                      C.CAPITAL_CUOTA, C.INTERES_CUOTA,
                      P.USUARIO, P.CUENTA_NUM, P.CUENTA_COBRO
               FROM IBMUSER.PRESTAMO_CUOTAS C,
                    IBMUSER.PRESTAMOS P
                 AND C.FECHA_VENCIMIENTO <= CURRENT DATE
                 AND P.ESTADO = 'A'
                 AND P.USUARIO > :WS-USUARIO-DESDE
      * Un prestamo UVA solo se cobra revaluado al dia (1400).
                 AND (P.UNIDAD <> 'UVA'
                      OR P.FECHA_AJUSTE = DATE(:WS-UVA-FECHA-NEG))
               ORDER BY P.USUARIO, C.ID_PRESTAMO, C.NRO_CUOTA
           END-EXEC.
           EXEC SQL OPEN CUR-CUOTAS END-EXEC.
       7200-FETCH-CUOTA.
           EXEC SQL FETCH CUR-CUOTAS
               INTO :HV-ID-PRES, :HV-NRO-CUOTA-PCUO, :HV-MONTO-PCUO,
                    :HV-PUNIT-PCUO, :HV-CARGO-MORA-PCUO,
                    :HV-CAPITAL-PCUO, :HV-INTERES-PCUO,
                    :HV-USUARIO-PRES, :HV-CUENTA-PRES,
                    :HV-CUENTA-COBRO-PRES
           END-EXEC.

       7500-INSERTAR-MOVIMIENTO.
           MOVE 'Q'                TO HV-TIPO-OPER.
           MOVE WS-CAPITAL-COBRAR  TO HV-MONTO.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE WS-CUENTA-DEBITO   TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7505-INSERTAR-MOVIMIENTO-INT.
           MOVE '4'                TO HV-TIPO-OPER.
           MOVE WS-INTERES-COBRAR  TO HV-MONTO.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE WS-CUENTA-DEBITO   TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-INTERES TO HV-CONCEPTO.
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

      * El llamador carga HV-MONTO y HV-CONCEPTO.
       7510-INSERTAR-MOVIMIENTO-MORA.
           MOVE '3'                TO HV-TIPO-OPER.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE WS-CUENTA-DEBITO   TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
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

       7600-MARCAR-CUOTA-COBRADA.
           EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
               SET ESTADO = 'C',
                   FECHA_COBRO = CURRENT TIMESTAMP,
                   VALOR_UVA_COBRO =
                       (SELECT P.VALOR_UVA_AJUSTE
                        FROM IBMUSER.PRESTAMOS P
                        WHERE P.ID_PRESTAMO = :HV-ID-PRES)
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND NRO_CUOTA = :HV-NRO-CUOTA-PCUO
           END-EXEC.
           END-EXEC.

       COPY CPYEJBP.
       COPY CPYIDCP.
       COPY CPYMORP.
       COPY CPYDEVP.
       COPY CPYUVAP.
       COPY CPYCHNP.
