       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKJD.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKJD                                 **
      ** TITULO ...........: HABERES PREVISIONALES - CONTROL DIARIO **
      **                     DE FE DE VIDA Y FALLECIDOS             **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre en el cierre diario, despues de PBNKJP si ese dia  **
      **   llego el archivo del organismo (ver DDL/                 **
      **   PREVISION_SOCIAL.sql).                                   **
      ** - 2000: pagos posteriores a la fecha de deceso registrada  **
      **   en la sucesion (SOURCE/PBNKFA.cbl). El retenido pasa a   **
      **   devuelto (FA); el ya acreditado se debita ('_'           **
      **   DEVOLUCION PREVISIONAL) hasta lo que quede en la cuenta, **
      **   con impuesto a los debitos y creditos y cadena de hash.  **
      **   Lo que no alcanza queda como reclamo del organismo a la  **
      **   sucesion (MONTO_DEVUELTO menor que MONTO). Los           **
      **   beneficiarios con fecha de deceso pasan a 'F'.           **
      ** - 3000: suspende ('S') a los activos cuya fe de vida tiene **
      **   mas de DIAS_FE_VIDA_PREV dias (PARAMETROS, defecto 120). **
      ** - 4000: acredita los pagos retenidos de los beneficiarios  **
      **   que volvieron a 'A' (fe de vida en SOURCE/PBNKJU.cbl o   **
      **   SOURCE/PBNKAU.cbl) o que PBNKJP no pudo acreditar.       **
      ** - Cada pago es su propia unidad de trabajo; RC 4 si alguno **
      **   quedo con error (se retoma en la corrida siguiente).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLBPRV END-EXEC.
           EXEC SQL INCLUDE DCLPPRV END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-MOV           PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Vigencia de la fe de vida en dias corridos; valor de fabrica,
      * reemplazado por PARAMETROS (DIAS_FE_VIDA_PREV).
           05 WS-DIAS-FE-VIDA        PIC S9(4) COMP VALUE 120.
           05 WS-CANT-PASADA         PIC S9(9) COMP VALUE 0.

           05 WS-CONT-DEV-RETENIDOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DEV-DEBITADOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-FALLECIDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SUSPENDIDOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-LIBERADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SIN-CUENTA     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-DEVUELTO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-NO-RECUPERADO PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-LIBERADO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKJD'.
           03  WC-CONCEPTO-HABER     PIC X(18)
               VALUE 'HABER PREVISIONAL '.
           03  WC-CONCEPTO-DEVOL     PIC X(18)
               VALUE 'DEVOL PREVISIONAL '.

       COPY CPYEJBW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PAGOS-FALLECIDOS.
           PERFORM 3000-SUSPENDER-VENCIDOS.
           PERFORM 4000-LIBERAR-RETENIDOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKJD - CONTROL PREVISIONAL DIARIO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.

      *================================================================*
      * 2000 - PAGOS POSTERIORES AL FALLECIMIENTO                      *
      * Va primero: un fallecido no debe liberarse en 4000.            *
      *================================================================*
       2000-PAGOS-FALLECIDOS.
           PERFORM 7600-ABRIR-CURSOR-FALLECIDOS.
           PERFORM 7610-FETCH-FALLECIDO.
           PERFORM UNTIL SQLCODE NOT = 0
               IF HV-ESTADO-PPRV = 'R'
                   PERFORM 2100-DEVOLVER-RETENIDO
               ELSE
                   PERFORM 2200-DEBITAR-ACREDITADO
               END-IF
               PERFORM 7610-FETCH-FALLECIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-FALLECIDOS END-EXEC.

           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV B
               SET ESTADO = 'F',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE B.ESTADO IN ('A', 'S')
                 AND EXISTS (SELECT 1 FROM IBMUSER.SUCESIONES S
                             WHERE S.USUARIO = B.USUARIO
                               AND S.FECHA_FALLECIMIENTO IS NOT NULL)
           END-EXEC.
           PERFORM 2900-CONTAR-PASADA.
           ADD WS-CANT-PASADA TO WS-CONT-FALLECIDOS.
           EXEC SQL COMMIT END-EXEC.

      * Nunca se acredito: vuelve entero al organismo.
       2100-DEVOLVER-RETENIDO.
           MOVE HV-MONTO-PPRV TO HV-MONTO-DEV-PPRV.
           MOVE 0             TO HV-ID-MOV-DEV-PPRV.
           PERFORM 7400-MARCAR-DEVUELTO.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-DEV-RETENIDOS
               ADD HV-MONTO-PPRV TO WS-TOTAL-DEVUELTO
           ELSE
               DISPLAY 'PBNKJD - ERROR SQLCODE ' SQLCODE
                   ' DEVOLVIENDO PAGO ' HV-ID-PPRV
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *----------------------------------------------------------------*
      * Ya acreditado: se debita lo que la cuenta todavia tenga.       *
      * Cuenta cerrada o sin saldo: se devuelve cero y la diferencia   *
      * queda como reclamo del organismo a la sucesion.                *
      *----------------------------------------------------------------*
       2200-DEBITAR-ACREDITADO.
           MOVE 0 TO WS-MONTO-MOV.
           MOVE 0 TO WS-ID-MOV.
           MOVE HV-CUENTA-PPRV TO HV-NUMERO-CUENTA.
           PERFORM 7300-LEER-CUENTA.
           IF SQLCODE = 0
               IF WS-SALDO-ACTUAL >= HV-MONTO-PPRV
                   MOVE HV-MONTO-PPRV TO WS-MONTO-MOV
               ELSE
                   IF WS-SALDO-ACTUAL > 0
                       MOVE WS-SALDO-ACTUAL TO WS-MONTO-MOV
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.
           IF WS-MONTO-MOV > 0
               SUBTRACT WS-MONTO-MOV FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7310-ACTUALIZAR-SALDO
               IF SQLCODE = 0
                   MOVE '_'            TO HV-TIPO-OPER
                   MOVE HV-USUARIO-PPRV TO HV-USUARIO-MOV
                   MOVE HV-CUENTA-PPRV TO HV-CUENTA-NUM
                   MOVE SPACES         TO HV-CONCEPTO
                   STRING WC-CONCEPTO-DEVOL DELIMITED BY SIZE
                       HV-PERIODO-PPRV DELIMITED BY SIZE
                       INTO HV-CONCEPTO
                   PERFORM 7500-INSERTAR-MOVIMIENTO
               END-IF
               IF SQLCODE = 0
                   MOVE 'S' TO WS-IDC-ES-DEBITO
                   PERFORM 2750-COBRAR-IMP-DEBCRED
               END-IF
           END-IF.
           IF SQLCODE = 0
               MOVE WS-MONTO-MOV TO HV-MONTO-DEV-PPRV
               MOVE WS-ID-MOV    TO HV-ID-MOV-DEV-PPRV
               PERFORM 7400-MARCAR-DEVUELTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-DEV-DEBITADOS
               ADD WS-MONTO-MOV TO WS-TOTAL-DEVUELTO
               SUBTRACT WS-MONTO-MOV FROM HV-MONTO-PPRV
               ADD HV-MONTO-PPRV TO WS-TOTAL-NO-RECUPERADO
           ELSE
               DISPLAY 'PBNKJD - ERROR SQLCODE ' SQLCODE
                   ' DEBITANDO PAGO ' HV-ID-PPRV
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      * Impuesto a los debitos y creditos sobre el movimiento recien
      * grabado (COPYS/CPYIDCP.cbl).
       2750-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-MOV     TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-MOV     TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-NUM      TO WS-IDC-CUENTA.
           MOVE HV-MONTO           TO WS-IDC-MONTO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUC-RADIC-CTA   TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

      * Un UPDATE sin filas deja SQLCODE 100.
       2900-CONTAR-PASADA.
           MOVE 0 TO WS-CANT-PASADA.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CANT-PASADA
               ELSE
                   DISPLAY 'PBNKJD - ERROR SQLCODE ' SQLCODE
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.

      *================================================================*
      * 3000 - SUSPENSION POR FE DE VIDA VENCIDA                       *
      *================================================================*
       3000-SUSPENDER-VENCIDOS.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET ESTADO = 'S',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ESTADO = 'A'
                 AND FECHA_FE_VIDA + :WS-DIAS-FE-VIDA DAYS
                     < DATE(:WS-FECHA-PROCESO)
           END-EXEC.
           PERFORM 2900-CONTAR-PASADA.
           ADD WS-CANT-PASADA TO WS-CONT-SUSPENDIDOS.
           EXEC SQL COMMIT END-EXEC.

      *================================================================*
      * 4000 - ACREDITACION DE LOS PAGOS RETENIDOS                     *
      * Solo beneficiarios activos (fe de vida al dia despues de 3000).*
      * La cuenta vigente es la del padron, no la del dia del pago.    *
      *================================================================*
       4000-LIBERAR-RETENIDOS.
           PERFORM 7700-ABRIR-CURSOR-RETENIDOS.
           PERFORM 7710-FETCH-RETENIDO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ACREDITAR-RETENIDO
               PERFORM 7710-FETCH-RETENIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-RETENIDOS END-EXEC.

      * Cuenta del padron inexistente o ajena: sigue retenido hasta
      * que se corrija en PBNKJU o PBNKJR lo devuelva.
       4100-ACREDITAR-RETENIDO.
           MOVE HV-CUENTA-BPRV TO HV-NUMERO-CUENTA.
           PERFORM 7300-LEER-CUENTA.
           IF SQLCODE NOT = 0
               OR HV-USUARIO-CTA NOT = HV-USUARIO-BPRV
               ADD 1 TO WS-CONT-SIN-CUENTA
           ELSE
               MOVE HV-MONTO-PPRV TO WS-MONTO-MOV
               ADD WS-MONTO-MOV TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7310-ACTUALIZAR-SALDO
               IF SQLCODE = 0
                   MOVE ';'             TO HV-TIPO-OPER
                   MOVE HV-USUARIO-BPRV TO HV-USUARIO-MOV
                   MOVE HV-CUENTA-BPRV  TO HV-CUENTA-NUM
                   MOVE SPACES          TO HV-CONCEPTO
                   STRING WC-CONCEPTO-HABER DELIMITED BY SIZE
                       HV-PERIODO-PPRV DELIMITED BY SIZE
                       INTO HV-CONCEPTO
                   PERFORM 7500-INSERTAR-MOVIMIENTO
               END-IF
               IF SQLCODE = 0
                   MOVE 'N' TO WS-IDC-ES-DEBITO
                   PERFORM 2750-COBRAR-IMP-DEBCRED
               END-IF
               IF SQLCODE = 0
                   PERFORM 7420-MARCAR-ACREDITADO
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-LIBERADOS
                   ADD WS-MONTO-MOV TO WS-TOTAL-LIBERADO
               ELSE
                   DISPLAY 'PBNKJD - ERROR SQLCODE ' SQLCODE
                       ' ACREDITANDO PAGO ' HV-ID-PPRV
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 7000 - ACCESO A DB2                                            *
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
               WHERE NOMBRE_PARAM = 'DIAS_FE_VIDA_PREV'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-FE-VIDA
           END-IF.

       7300-LEER-CUENTA.
           EXEC SQL SELECT SALDO, USUARIO, SUCURSAL_RADICACION
               INTO :HV-SALDO-CTA, :HV-USUARIO-CTA, :HV-SUC-RADIC-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7310-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

      * Vuelve a RENDIDO 'N': el acreditado ya rendido viaja de nuevo
      * en PRESAL, ahora como devuelto.
       7400-MARCAR-DEVUELTO.
           EXEC SQL UPDATE IBMUSER.PAGOS_PREV
               SET ESTADO = 'D',
                   MOTIVO_DEV = 'FA',
                   MONTO_DEVUELTO = :HV-MONTO-DEV-PPRV,
                   ID_MOV_DEVOL = :HV-ID-MOV-DEV-PPRV,
                   RENDIDO = 'N',
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_PAGO = :HV-ID-PPRV
                 AND ESTADO = :HV-ESTADO-PPRV
           END-EXEC.

       7420-MARCAR-ACREDITADO.
           MOVE WS-ID-MOV TO HV-ID-MOV-CRE-PPRV.
           EXEC SQL UPDATE IBMUSER.PAGOS_PREV
               SET ESTADO = 'A',
                   USUARIO = :HV-USUARIO-BPRV,
                   CUENTA_NUM = :HV-CUENTA-BPRV,
                   ID_MOV_CREDITO = :HV-ID-MOV-CRE-PPRV,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_PAGO = :HV-ID-PPRV
                 AND ESTADO = 'R'
           END-EXEC.

      * El llamador carga tipo, usuario, cuenta y concepto; el
      * resto sale del monto y del saldo nuevo.
       7500-INSERTAR-MOVIMIENTO.
           MOVE WS-MONTO-MOV       TO HV-MONTO.
           MOVE HV-USUARIO-MOV     TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-SUC-RADIC-CTA   TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-VALOR.
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

      * Pagos acreditados o retenidos con fecha de pago posterior a
      * un fallecimiento registrado en cualquier sucesion del titular.
       7600-ABRIR-CURSOR-FALLECIDOS.
           EXEC SQL DECLARE CUR-FALLECIDOS CURSOR WITH HOLD FOR
               SELECT P.ID_PAGO, P.PERIODO, P.MONTO, P.ESTADO,
                      P.USUARIO, P.CUENTA_NUM
               FROM IBMUSER.PAGOS_PREV P,
                    IBMUSER.BENEFICIARIOS_PREV B
               WHERE P.ESTADO IN ('A', 'R')
                 AND B.NRO_BENEFICIO = P.NRO_BENEFICIO
                 AND EXISTS (SELECT 1 FROM IBMUSER.SUCESIONES S
                             WHERE S.USUARIO = B.USUARIO
                               AND S.FECHA_FALLECIMIENTO IS NOT NULL
                               AND S.FECHA_FALLECIMIENTO
                                   < P.FECHA_PAGO)
               ORDER BY P.ID_PAGO
           END-EXEC.
           EXEC SQL OPEN CUR-FALLECIDOS END-EXEC.

       7610-FETCH-FALLECIDO.
           EXEC SQL FETCH CUR-FALLECIDOS
               INTO :HV-ID-PPRV, :HV-PERIODO-PPRV, :HV-MONTO-PPRV,
                    :HV-ESTADO-PPRV, :HV-USUARIO-PPRV, :HV-CUENTA-PPRV
           END-EXEC.

       7700-ABRIR-CURSOR-RETENIDOS.
           EXEC SQL DECLARE CUR-RETENIDOS CURSOR WITH HOLD FOR
               SELECT P.ID_PAGO, P.PERIODO, P.MONTO,
                      B.USUARIO, B.CUENTA_NUM
               FROM IBMUSER.PAGOS_PREV P,
                    IBMUSER.BENEFICIARIOS_PREV B
               WHERE P.ESTADO = 'R'
                 AND B.NRO_BENEFICIO = P.NRO_BENEFICIO
                 AND B.ESTADO = 'A'
               ORDER BY P.ID_PAGO
           END-EXEC.
           EXEC SQL OPEN CUR-RETENIDOS END-EXEC.

       7710-FETCH-RETENIDO.
           EXEC SQL FETCH CUR-RETENIDOS
               INTO :HV-ID-PPRV, :HV-PERIODO-PPRV, :HV-MONTO-PPRV,
                    :HV-USUARIO-BPRV, :HV-CUENTA-BPRV
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF WS-CONT-ERRORES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WS-EJEC-PROC = WS-CONT-DEV-RETENIDOS
               + WS-CONT-DEV-DEBITADOS + WS-CONT-LIBERADOS.
           COMPUTE WS-EJEC-OMIT = WS-CONT-SIN-CUENTA
               + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKJD - RETENIDOS DEVUELTOS (FA)  : '
               WS-CONT-DEV-RETENIDOS.
           DISPLAY 'PBNKJD - ACREDITADOS DEBITADOS (FA): '
               WS-CONT-DEV-DEBITADOS.
           MOVE WS-TOTAL-DEVUELTO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJD - TOTAL DEVUELTO            : '
               WS-TOTAL-EDIT.
           MOVE WS-TOTAL-NO-RECUPERADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJD - NO RECUPERADO (SUCESION)  : '
               WS-TOTAL-EDIT.
           DISPLAY 'PBNKJD - BENEFICIARIOS FALLECIDOS  : '
               WS-CONT-FALLECIDOS.
           DISPLAY 'PBNKJD - BENEFICIARIOS SUSPENDIDOS : '
               WS-CONT-SUSPENDIDOS.
           DISPLAY 'PBNKJD - RETENIDOS ACREDITADOS     : '
               WS-CONT-LIBERADOS.
           MOVE WS-TOTAL-LIBERADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJD - TOTAL ACREDITADO          : '
               WS-TOTAL-EDIT.
           DISPLAY 'PBNKJD - RETENIDOS SIN CUENTA VALIDA: '
               WS-CONT-SIN-CUENTA.
           DISPLAY 'PBNKJD - ERRORES                   : '
               WS-CONT-ERRORES.
           DISPLAY 'PBNKJD - CONTROL PREVISIONAL DIARIO - FIN'.

       COPY CPYEJBP.
       COPY CPYIDCP.
       COPY CPYCHNP.
