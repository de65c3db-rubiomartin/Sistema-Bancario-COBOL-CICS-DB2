      **   prestamo 'A' antes de termino.                           **
      ** - Cotizacion: con el plan de cuota fija de PBNKLO (cuota = **
      **   principal/N + principal*TASA), el total a debitar es el  **
      **   capital (CAPITAL_CUOTA) de las cuotas pendientes mas el  **
      **   interes (INTERES_CUOTA) de las pendientes YA VENCIDAS;   **
      **   el interes de las cuotas futuras se bonifica y lo que    **
      **   llevaba devengado se revierte ('6', COPYS/CPYDEVP.cbl).  **
      **   Se suman los punitorios y cargos por mora de las cuotas  **
      **   pendientes, devengados al dia (COPYS/CPYMORP.cbl) antes  **
      **   de cotizar.                                              **
      ** - PF5 condona los punitorios y PF6 los cargos por mora de  **
      **   las cuotas pendientes del prestamo; cada cuota           **
      **   condonada queda registrada con el empleado y la          **
      **   sucursal en IBMUSER.CONDONACIONES_MORA.                  **
      ** - Ejecucion en dos pasos (SW-CONFIRMACION, como PBNKLO):   **
      **   debita el total de la cuenta del prestamo en una sola    **
      **   operacion (movimiento 'Q' por el capital y '4' por el    **
      **   interes, bloqueo optimista de saldo, mas un '3' por      **
      **   punitorios y otro por cargos por mora),                  **
      **   deja las cuotas pendientes 'S' (saldadas, ver DDL) y el  **
      **   prestamo 'F' con DIAS_MORA 0.                            **
      ** - Libera las garantias del prestamo y finaliza su seguro   **
      **   de vida saldo deudor (IBMUSER.POLIZAS_SEGURO 'F').       **
      ** - Prestamo en UVA: antes de cotizar y de ejecutar se        **
      **   revalua al indice de la fecha de negocio (COPYS/          **
      **   CPYUVAP.cbl), asi se cancela en pesos al indice del dia; **
      **   sin indice no se cotiza. Las cuotas saldadas guardan el  **
      **   indice aplicado (VALOR_UVA_COBRO).                       **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLPCUO END-EXEC.
           EXEC SQL INCLUDE DCLCMOR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-MONTO-EDITADO-2       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-VARIABLES-TRABAJO.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
           05 WS-CUOTAS-VENCIDAS    PIC S9(4) COMP VALUE 0.
           05 WS-PRINCIPAL-PEND     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-DEVENGADO  PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Capital por cuota de un plan sin desglose (ver 7200).
           05 WS-CAPITAL-LEGADO     PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Cargos por mora de las cuotas pendientes.
           05 WS-PUNITORIOS         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CARGOS-MORA        PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Principal ('Q') + interes ('4'); WS-TOTAL-CANCELAR
      * suma ademas los cargos por mora.
           05 WS-TOTAL-PRESTAMO     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-CANCELAR     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
           05 WS-SALDO-MOVIMIENTO   PIC S9(10)V99.
      * Condonacion (PF5/PF6).
           05 WS-CANT-CONDONADAS    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDITADA       PIC ZZ9.
           05 WS-MENSAJE-CONDONA    PIC X(60) VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKLQMP'.
           03  WC-CONCEPTO-CANCEL   PIC X(30)
               VALUE 'CANCELACION ANTICIPADA PREST'.
           03  WC-CONCEPTO-INTERES  PIC X(30)
               VALUE 'INTERES CANCELACION PREST'.
           03  WC-CONCEPTO-PUNIT    PIC X(30)
               VALUE 'PUNITORIOS CANCELACION PREST'.
           03  WC-CONCEPTO-CARGO    PIC X(30)
               VALUE 'CARGO POR MORA CANCELACION'.

       COPY CPYMORW.
       COPY CPYDEVW.
       COPY CPYUVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPLQO.
           MOVE ' ENTER=COTIZAR PF5=CONDONA PUNIT PF6=CONDONA CARGO'
             TO LEYENDAO.
           MOVE 'PF3=MENU' TO LEYENDAO(52:8).
           MOVE 'N' TO SW-CONFIRMACION.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-COTIZAR

               WHEN EIBAID = DFHPF5
                   MOVE 'P' TO HV-CONCEPTO-CMOR
                   PERFORM 2600-CONDONAR-CARGOS

               WHEN EIBAID = DFHPF6
                   MOVE 'C' TO HV-CONCEPTO-CMOR
                   PERFORM 2600-CONDONAR-CARGOS

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2200-CALCULAR-TOTAL
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2300-MOSTRAR-COTIZACION
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO PRESTIDA
               END-IF
           END-IF.

      * Principal pendiente = capital de las cuotas pendientes.
      * Interes devengado = interes de las cuotas pendientes ya
      * vencidas. El interes de las cuotas futuras queda bonificado.
      * Punitorios y cargos: los de las cuotas pendientes, devengados
      * hasta hoy aunque la cobranza de la noche todavia no corrio.
       2200-CALCULAR-TOTAL.
           IF HV-UNIDAD-PRES = 'UVA'
               PERFORM 2250-REVALUAR-UVA
           END-IF.
           MOVE HV-ID-PRES TO WS-MOR-ID-PRESTAMO.
           PERFORM 9740-DEVENGAR-MORA.
           IF SQLCODE = 0
               PERFORM 7210-SUMAR-CARGOS-MORA
           END-IF.
           IF SQLCODE NOT = 0
               MOVE ' ERROR CALCULANDO PUNITORIOS' TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           COMPUTE WS-CAPITAL-LEGADO ROUNDED =
               HV-PRINCIPAL-PRES / HV-CANT-CUOTAS-PRES.
           PERFORM 7200-CONTAR-CUOTAS.
           COMPUTE WS-TOTAL-PRESTAMO =
               WS-PRINCIPAL-PEND + WS-INTERES-DEVENGADO.
           COMPUTE WS-TOTAL-CANCELAR = WS-TOTAL-PRESTAMO
               + WS-PUNITORIOS + WS-CARGOS-MORA.

      * Revaluacion del prestamo UVA al indice de la fecha de
      * negocio; queda en la unidad de trabajo de la tarea, igual
      * que el devengo de mora de 2200.
       2250-REVALUAR-UVA.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
           IF SQLCODE NOT = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-UVA-FECHA-NEG
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE WS-UVA-FECHA-NEG TO WS-UVA-FECHA.
           PERFORM 9670-LEER-VALOR-UVA.
           IF SQLCODE = 0
               MOVE HV-ID-PRES TO WS-UVA-ID
               PERFORM 9672-REVALUAR-PRESTAMOS
               IF SQLCODE NOT = 0
                   MOVE ' ERROR REVALUANDO EL PRESTAMO UVA' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           ELSE
               MOVE ' SIN INDICE UVA DEL DIA - NO SE PUEDE CANCELAR'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           MOVE 0 TO SQLCODE.

       2300-MOSTRAR-COTIZACION.
           MOVE SPACES TO INFO1O INFO2O INFO3O INFO4O.

           MOVE WS-PRINCIPAL-PEND TO WS-MONTO-EDITADO.
           MOVE WS-INTERES-DEVENGADO TO WS-MONTO-EDITADO-2.
           INITIALIZE INFO1O.
           STRING ' PRINCIPAL PENDIENTE: '
               DELIMITED BY SIZE
               WS-MONTO-EDITADO DELIMITED BY SIZE
               '  INTERES: ' DELIMITED BY SIZE
               WS-MONTO-EDITADO-2 DELIMITED BY SIZE
               INTO INFO1O.

           MOVE WS-PUNITORIOS TO WS-MONTO-EDITADO.
           MOVE WS-CARGOS-MORA TO WS-MONTO-EDITADO-2.
           INITIALIZE INFO2O.
           STRING ' PUNITORIOS .........: '
               DELIMITED BY SIZE
               WS-MONTO-EDITADO DELIMITED BY SIZE
               '  CARGOS: ' DELIMITED BY SIZE
               WS-MONTO-EDITADO-2 DELIMITED BY SIZE
               INTO INFO2O.

           MOVE WS-TOTAL-CANCELAR TO WS-MONTO-EDITADO.
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2200-CALCULAR-TOTAL
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 7300-LEER-SALDO-CUENTA
               IF SQLCODE NOT = 0
                   MOVE ' ERROR CRITICO LECTURA CUENTA' TO MSGO
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 2600 - CONDONACION DE PUNITORIOS (PF5) O CARGOS POR MORA (PF6) *
      * Primero se devenga al dia, asi la condonacion cubre hasta hoy; *
      * cada cuota condonada deja su fila en CONDONACIONES_MORA con el *
      * empleado y la sucursal. Despues se vuelve a cotizar.           *
      *================================================================*
       2600-CONDONAR-CARGOS.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           MOVE SPACES TO WS-MENSAJE-CONDONA.
           PERFORM 2150-VALIDAR-PRESTAMO.
           IF NO-HAY-ERRORES
               MOVE HV-ID-PRES TO WS-MOR-ID-PRESTAMO
               PERFORM 9740-DEVENGAR-MORA
               IF SQLCODE = 0
                   PERFORM 7800-REGISTRAR-CONDONACION
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' NO HAY IMPORTE PARA CONDONAR'
                         TO WS-MENSAJE-CONDONA
                   WHEN SQLCODE = 0
                       MOVE SQLERRD(3) TO WS-CANT-CONDONADAS
                       PERFORM 7810-ANULAR-CARGO-CONDONADO
                       IF SQLCODE = 0
                           EXEC CICS SYNCPOINT END-EXEC
                           MOVE WS-CANT-CONDONADAS TO WS-CANT-EDITADA
                           IF HV-CONCEPTO-CMOR = 'P'
                               STRING ' PUNITORIOS CONDONADOS EN '
                                   WS-CANT-EDITADA ' CUOTAS'
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAJE-CONDONA
                           ELSE
                               STRING ' CARGOS POR MORA CONDONADOS EN '
                                   WS-CANT-EDITADA ' CUOTAS'
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAJE-CONDONA
                           END-IF
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                           MOVE ' ERROR AL CONDONAR' TO MSGO
                           MOVE ATTR-RED TO MSGC
                       END-IF
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL CONDONAR' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.
           IF WS-MENSAJE-CONDONA NOT = SPACES
               PERFORM 2100-COTIZAR
               MOVE WS-MENSAJE-CONDONA TO MSGO
           END-IF.

      *================================================================*
      * 3000 - PERSISTENCIA (ACID)                                     *
      *================================================================*
           PERFORM 7400-DEBITAR-CUENTA.

           IF SQLCODE = 0
               SUBTRACT WS-PRINCIPAL-PEND FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-MOVIMIENTO
               PERFORM 7500-INSERTAR-HISTORIAL
           END-IF.

      * El interes de las vencidas se cobra con el '4' sobre lo
      * devengado completo; el de las futuras se revierte.
           IF SQLCODE = 0
               MOVE HV-ID-PRES TO WS-DEV-ID-PRESTAMO
               MOVE 0          TO WS-DEV-NRO-CUOTA
               PERFORM 9793-COMPLETAR-DEVENGO
           END-IF.

           IF SQLCODE = 0 AND WS-INTERES-DEVENGADO > 0
               SUBTRACT WS-INTERES-DEVENGADO FROM WS-SALDO-MOVIMIENTO
               PERFORM 7505-INSERTAR-HISTORIAL-INT
           END-IF.

           IF SQLCODE = 0
               MOVE 'S' TO WS-DEV-SOLO-FUTURAS
               PERFORM 9795-REVERTIR-DEVENGO
           END-IF.

           IF SQLCODE = 0 AND WS-PUNITORIOS > 0
               SUBTRACT WS-PUNITORIOS FROM WS-SALDO-MOVIMIENTO
               MOVE WS-PUNITORIOS     TO HV-MONTO
               MOVE WC-CONCEPTO-PUNIT TO HV-CONCEPTO
               PERFORM 7510-INSERTAR-MOVIMIENTO-MORA
           END-IF.

           IF SQLCODE = 0 AND WS-CARGOS-MORA > 0
               SUBTRACT WS-CARGOS-MORA FROM WS-SALDO-MOVIMIENTO
               MOVE WS-CARGOS-MORA    TO HV-MONTO
               MOVE WC-CONCEPTO-CARGO TO HV-CONCEPTO
               PERFORM 7510-INSERTAR-MOVIMIENTO-MORA
           END-IF.

           IF SQLCODE = 0
               PERFORM 7600-SALDAR-CUOTAS
           END-IF.
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO

       7100-LEER-PRESTAMO.
           MOVE WS-ID-PRESTAMO TO HV-ID-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, MONTO_PRINCIPAL,
                    TASA, CANT_CUOTAS, MONTO_CUOTA, ESTADO, UNIDAD
               INTO :HV-USUARIO-PRES, :HV-CUENTA-PRES,
                    :HV-PRINCIPAL-PRES, :HV-TASA-PRES,
                    :HV-CANT-CUOTAS-PRES, :HV-MONTO-CUOTA-PRES,
                    :HV-ESTADO-PRES, :HV-UNIDAD-PRES
               FROM IBMUSER.PRESTAMOS
               WHERE ID_PRESTAMO = :HV-ID-PRES
           END-EXEC.
       7200-CONTAR-CUOTAS.
           MOVE 0 TO WS-CUOTAS-PEND.
           MOVE 0 TO WS-CUOTAS-VENCIDAS.
           MOVE 0 TO WS-PRINCIPAL-PEND.
           MOVE 0 TO WS-INTERES-DEVENGADO.
      * Una cuota sin desglose (capital + interes distinto de la
      * cuota) se parte con el capital legado principal / N.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN FECHA_VENCIMIENTO
                        <= CURRENT DATE THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN CAPITAL_CUOTA
                        + INTERES_CUOTA = MONTO_CUOTA
                        THEN CAPITAL_CUOTA
                        ELSE :WS-CAPITAL-LEGADO END), 0),
                    COALESCE(SUM(CASE WHEN FECHA_VENCIMIENTO
                        > CURRENT DATE THEN 0
                        WHEN CAPITAL_CUOTA
                        + INTERES_CUOTA = MONTO_CUOTA
                        THEN INTERES_CUOTA
                        ELSE MONTO_CUOTA - :WS-CAPITAL-LEGADO END), 0)
               INTO :WS-CUOTAS-PEND, :WS-CUOTAS-VENCIDAS,
                    :WS-PRINCIPAL-PEND, :WS-INTERES-DEVENGADO
               FROM IBMUSER.PRESTAMO_CUOTAS
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'P'
           END-EXEC.

       7210-SUMAR-CARGOS-MORA.
           MOVE 0 TO WS-PUNITORIOS.
           MOVE 0 TO WS-CARGOS-MORA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(INTERES_PUNITORIO), 0),
                    COALESCE(SUM(CARGO_MORA), 0)
               INTO :WS-PUNITORIOS, :WS-CARGOS-MORA
               FROM IBMUSER.PRESTAMO_CUOTAS
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'P'

       7300-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-PRES TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Mismo bloqueo optimista de SOURCE/PBNKX.cbl.
       7400-DEBITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL

       7500-INSERTAR-HISTORIAL.
           MOVE 'Q'                TO HV-TIPO-OPER.
           MOVE WS-PRINCIPAL-PEND  TO HV-MONTO.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
      * AGENTE_ID registra al empleado que ejecuto la cancelacion.
           MOVE CG-M-USER          TO HV-AGENTE-ID.
           MOVE HV-CUENTA-PRES     TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID     TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-CANCEL TO HV-CONCEPTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Interes de las cuotas vencidas ('4').
       7505-INSERTAR-HISTORIAL-INT.
           MOVE '4'                TO HV-TIPO-OPER.
           MOVE WS-INTERES-DEVENGADO TO HV-MONTO.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
           MOVE CG-M-USER          TO HV-AGENTE-ID.
           MOVE HV-CUENTA-PRES     TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID     TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-INTERES TO HV-CONCEPTO.
           PERFORM 9591-CONTAR-SQL.
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

      * Punitorios y cargo por mora de la cancelacion ('3'); el
      * llamador carga HV-MONTO y HV-CONCEPTO.
       7510-INSERTAR-MOVIMIENTO-MORA.
           MOVE '3'                TO HV-TIPO-OPER.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-PRES    TO HV-USUARIO-REL.
           MOVE WS-SALDO-MOVIMIENTO TO HV-SALDO-RESULTANTE.
           MOVE CG-M-USER          TO HV-AGENTE-ID.
           MOVE HV-CUENTA-PRES     TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID     TO HV-SUCURSAL-ID.
           PERFORM 9591-CONTAR-SQL.
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

       7600-SALDAR-CUOTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
               SET ESTADO = 'S',
                   FECHA_COBRO = CURRENT TIMESTAMP,
                   VALOR_UVA_COBRO =
                       (SELECT P.VALOR_UVA_AJUSTE
                        FROM IBMUSER.PRESTAMOS P
                        WHERE P.ID_PRESTAMO = :HV-ID-PRES)
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'P'
           END-EXEC.
           END-IF.

       7700-FINALIZAR-PRESTAMO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PRESTAMOS
               SET ESTADO = 'F', DIAS_MORA = 0
               WHERE ID_PRESTAMO = :HV-ID-PRES
           IF SQLCODE = 0
               PERFORM 7750-LIBERAR-GARANTIAS
           END-IF.
           IF SQLCODE = 0
               PERFORM 7760-FINALIZAR-SEGURO-VIDA
           END-IF.

      * Prestamo cancelado: sus garantias (IBMUSER.GARANTIAS, ver
      * PBNKGA) se liberan solas y un plazo prendado vuelve a
      * pagarse en PBNKPV.
       7750-LIBERAR-GARANTIAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GARANTIAS
               SET ESTADO = 'L',
                   FECHA_LIBERACION = CURRENT TIMESTAMP
               MOVE 0 TO SQLCODE
           END-IF.

      * Prestamo cancelado: su seguro de vida saldo deudor
      * (IBMUSER.POLIZAS_SEGURO) queda finalizado y BATCH/PBNKSY.cbl
      * deja de cobrar la prima.
       7760-FINALIZAR-SEGURO-VIDA.
           PERFORM 9591-CONTAR-SQL.
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

      * Una fila por cuota pendiente con importe del concepto
      * (HV-CONCEPTO-CMOR: 'P' punitorios, 'C' cargo por mora).
       7800-REGISTRAR-CONDONACION.
           MOVE CG-M-USER      TO HV-AGENTE-CMOR.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-CMOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CONDONACIONES_MORA
               (ID_PRESTAMO, NRO_CUOTA, CONCEPTO, MONTO, AGENTE_ID,
                SUCURSAL_ID, FECHA_ALTA)
               SELECT ID_PRESTAMO, NRO_CUOTA, :HV-CONCEPTO-CMOR,
                      CASE WHEN :HV-CONCEPTO-CMOR = 'P'
                           THEN INTERES_PUNITORIO
                           ELSE CARGO_MORA END,
                      :HV-AGENTE-CMOR, :HV-SUCURSAL-CMOR,
                      CURRENT TIMESTAMP
               FROM IBMUSER.PRESTAMO_CUOTAS
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'P'
                 AND ((:HV-CONCEPTO-CMOR = 'P'
                       AND INTERES_PUNITORIO > 0)
                   OR (:HV-CONCEPTO-CMOR = 'C' AND CARGO_MORA > 0))
           END-EXEC.

      * Los punitorios vuelven a correr desde hoy (FECHA_PUNITORIO
      * ya quedo en hoy); el cargo no se vuelve a aplicar porque
      * FECHA_CARGO_MORA sigue puesta.
       7810-ANULAR-CARGO-CONDONADO.
           IF HV-CONCEPTO-CMOR = 'P'
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET INTERES_PUNITORIO = 0
                   WHERE ID_PRESTAMO = :HV-ID-PRES
                     AND ESTADO = 'P'
                     AND INTERES_PUNITORIO > 0
               END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
                   SET CARGO_MORA = 0
                   WHERE ID_PRESTAMO = :HV-ID-PRES
                     AND ESTADO = 'P'
                     AND CARGO_MORA > 0
               END-EXEC
           END-IF.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYMORP.
       COPY CPYDEVP.
       COPY CPYUVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
