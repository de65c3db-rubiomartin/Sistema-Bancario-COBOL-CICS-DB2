       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKJP.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKJP                                 **
      ** TITULO ...........: HABERES PREVISIONALES - ACREDITACION   **
      **                     DEL ARCHIVO MENSUAL DEL ORGANISMO      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Lee DD PREENT, los pagos del mes del organismo           **
      **   previsional (ver REG-PREV-ENT): ya no entran como una    **
      **   nomina mas por PBNKNO. Cabecera/pie y secuencia se       **
      **   prevalidan contra el libro de control (CPYARCP): un      **
      **   duplicado o descuadre corta con RETURN-CODE 16.          **
      ** - Cada pago queda en IBMUSER.PAGOS_PREV (ver DDL/          **
      **   PREVISION_SOCIAL.sql) y se resuelve contra el padron     **
      **   IBMUSER.BENEFICIARIOS_PREV:                              **
      **   . devuelto ('D'): beneficio no registrado (NR), de baja  **
      **     (BJ), cuenta inexistente o ajena (CC) o fecha de pago  **
      **     posterior al fallecimiento registrado en PBNKFA (FA;   **
      **     el beneficiario pasa a 'F');                           **
      **   . retenido ('R'): fe de vida vencida (mas de             **
      **     DIAS_FE_VIDA_PREV dias) o beneficiario suspendido; el  **
      **     que estaba activo pasa a 'S';                          **
      **   . acreditado ('A'): credito ';' ACREDITACION             **
      **     PREVISIONAL en la cuenta del padron, con impuesto a    **
      **     los debitos y creditos (COPYS/CPYIDCP.cbl) y cadena de **
      **     hash (COPYS/CPYCHNP.cbl) en su unidad de trabajo.      **
      ** - Un pago que no se puede acreditar por error de base      **
      **   queda retenido: BATCH/PBNKJD.cbl lo reintenta.           **
      ** - Reiniciable: un pago ya grabado para la misma secuencia  **
      **   de archivo, beneficio y periodo no se vuelve a tomar.    **
      ** - El organismo fondea el archivo entero por el nostro      **
      **   (9790, entra el total); lo devuelto sale con la          **
      **   rendicion mensual PRESAL de BATCH/PBNKJR.cbl.            **
      ** - RC 4 si algun pago quedo con error.                      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA ASSIGN TO PREENT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * PERIODO AAAAMM; FECHA-PAGO AAAAMMDD.
       FD  ARCHIVO-ENTRADA
           RECORDING MODE IS F.
       01  REG-PREV-ENT.
           05 PRE-NRO-BENEFICIO         PIC X(11).
           05 PRE-PERIODO               PIC 9(06).
           05 PRE-MONTO                 PIC 9(09)V99.
           05 PRE-FECHA-PAGO            PIC 9(08).
           05 FILLER                    PIC X(44).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLBPRV END-EXEC.
           EXEC SQL INCLUDE DCLPPRV END-EXEC.
           EXEC SQL INCLUDE DCLSUCE END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-PAGO          PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Vigencia de la fe de vida en dias corridos; valor de fabrica,
      * reemplazado por PARAMETROS (DIAS_FE_VIDA_PREV).
           05 WS-DIAS-FE-VIDA        PIC S9(4) COMP VALUE 120.
           05 WS-FECHA-VENCE         PIC X(10) VALUE SPACES.
           05 WS-FECHA-DECESO        PIC X(10) VALUE SPACES.
           05 WS-CANT-YA-GRABADOS    PIC S9(9) COMP VALUE 0.
      * Resolucion del pago en curso: 'A', 'R' o 'D' y su motivo.
           05 WS-RESULTADO           PIC X(1)  VALUE SPACE.
           05 WS-MOTIVO-DEV          PIC X(2)  VALUE SPACES.

           05 WS-CONT-LEIDOS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ACREDITADOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RETENIDOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DEVUELTOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-SUSPENDIDOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-YA-PROCESADOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-IGNORADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-ACREDITADO    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-RETENIDO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-DEVUELTO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.
      * Foto del registro de entrada (PREENT) para asentarlo en el
      * libro al final.
           05 WS-ENT-SECUENCIA       PIC S9(9) COMP VALUE 0.
           05 WS-ENT-CANT            PIC S9(9) COMP VALUE 0.
           05 WS-ENT-TOTAL           PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Fecha ISO (DB2) y AAAAMMDD (archivo).
       01  WS-FECHA-ISO.
           05 WS-FI-AAAA             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-MM               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-DD               PIC 9(2).
       01  WS-FECHA-AAAAMMDD.
           05 WS-FA-AAAA             PIC 9(4).
           05 WS-FA-MM               PIC 9(2).
           05 WS-FA-DD               PIC 9(2).
       01  WS-FECHA-NUM REDEFINES WS-FECHA-AAAAMMDD
                                     PIC 9(8).

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKJP'.
           03  WC-CONCEPTO-HABER     PIC X(18)
               VALUE 'HABER PREVISIONAL '.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYNOSW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-PAGOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKJP - HABERES PREVISIONALES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-ENTRADA.

      * Prevalidacion del libro de control (CPYARCP) antes de
      * acreditar nada: un duplicado o descuadre corta con RC 16.
           MOVE 'PREENT' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKJP - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-ENTRADA
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           MOVE WS-ARC-SECUENCIA   TO WS-ENT-SECUENCIA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ENT-CANT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ENT-TOTAL.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKEC: acumula cantidad y total de los pagos,       *
      * valida HDR/TRL y reabre el archivo.                            *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-PAGO.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-PREV-ENT TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-PAGO
                   IF NOT FIN-ARCHIVO
                       MOVE REG-PREV-ENT TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF PRE-MONTO IS NUMERIC
                               ADD PRE-MONTO TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-ENTRADA.
           OPEN INPUT ARCHIVO-ENTRADA.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - PAGOS DEL ORGANISMO (PREENT)                            *
      *================================================================*
       2000-PROCESAR-PAGOS.
           PERFORM 7100-LEER-PAGO.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-PREV-ENT(1:3) NOT = 'HDR'
                   AND REG-PREV-ENT(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM 2100-PROCESAR-PAGO
               END-IF
               PERFORM 7100-LEER-PAGO
           END-PERFORM.
           CLOSE ARCHIVO-ENTRADA.

      * Un registro mal formado se informa y se ignora; uno ya
      * grabado por una corrida anterior del mismo archivo, tambien.
       2100-PROCESAR-PAGO.
           IF PRE-MONTO IS NOT NUMERIC
               OR PRE-PERIODO IS NOT NUMERIC
               OR PRE-FECHA-PAGO IS NOT NUMERIC
               OR PRE-NRO-BENEFICIO = SPACES
               DISPLAY 'PBNKJP - PAGO INVALIDO: ' PRE-NRO-BENEFICIO
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE PRE-MONTO         TO WS-MONTO-PAGO
               MOVE PRE-FECHA-PAGO    TO WS-FECHA-NUM
               PERFORM 7900-FECHA-A-ISO
               MOVE PRE-NRO-BENEFICIO TO HV-NRO-BENEF-PPRV
               MOVE PRE-PERIODO       TO HV-PERIODO-PPRV
               PERFORM 7150-CONTAR-YA-GRABADOS
               IF WS-CANT-YA-GRABADOS > 0
                   ADD 1 TO WS-CONT-YA-PROCESADOS
               ELSE
                   PERFORM 2200-CLASIFICAR-PAGO
                   EVALUATE WS-RESULTADO
                       WHEN 'A'
                           PERFORM 2400-ACREDITAR-PAGO
                       WHEN 'R'
                           PERFORM 2500-RETENER-PAGO
                       WHEN OTHER
                           PERFORM 2600-DEVOLVER-PAGO
                   END-EVALUATE
               END-IF
           END-IF.

      *================================================================*
      * 2200 - RESOLUCION CONTRA EL PADRON                             *
      * El primer control que falla decide; solo si todos pasan se     *
      * acredita.                                                      *
      *================================================================*
       2200-CLASIFICAR-PAGO.
           MOVE 'D'    TO WS-RESULTADO.
           MOVE SPACES TO WS-MOTIVO-DEV.
           MOVE SPACES TO WS-FECHA-DECESO.
           PERFORM 7200-LEER-BENEFICIARIO.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SPACES TO HV-USUARIO-BPRV
                   MOVE SPACES TO HV-CUENTA-BPRV
                   MOVE SPACE  TO HV-ESTADO-BPRV
                   MOVE 'NR' TO WS-MOTIVO-DEV

               WHEN HV-ESTADO-BPRV = 'B'
                   MOVE 'BJ' TO WS-MOTIVO-DEV

               WHEN OTHER
                   PERFORM 7210-LEER-FECHA-DECESO
                   PERFORM 2250-VERIFICAR-DECESO
           END-EVALUATE.
           IF WS-MOTIVO-DEV = SPACES
               MOVE HV-CUENTA-BPRV TO HV-NUMERO-CUENTA
               PERFORM 7300-LEER-CUENTA
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       OR HV-USUARIO-CTA NOT = HV-USUARIO-BPRV
                       MOVE 'CC' TO WS-MOTIVO-DEV

                   WHEN HV-ESTADO-BPRV = 'S'
                       OR WS-FECHA-VENCE < WS-FECHA-PROCESO
                       MOVE 'R' TO WS-RESULTADO

                   WHEN OTHER
                       MOVE 'A' TO WS-RESULTADO
               END-EVALUATE
           END-IF.

      * Lo pagado despues del fallecimiento se devuelve; lo anterior
      * (atrasos) corresponde a la sucesion y sigue el curso normal.
       2250-VERIFICAR-DECESO.
           EVALUATE TRUE
               WHEN WS-FECHA-DECESO NOT = SPACES
                   AND WS-FECHA-ISO > WS-FECHA-DECESO
                   MOVE 'FA' TO WS-MOTIVO-DEV

               WHEN WS-FECHA-DECESO = SPACES
                   AND HV-ESTADO-BPRV = 'F'
                   MOVE 'FA' TO WS-MOTIVO-DEV
           END-EVALUATE.

      *================================================================*
      * 2400 - ACREDITACION EN LA CUENTA DEL PADRON                    *
      *================================================================*
       2400-ACREDITAR-PAGO.
           ADD WS-MONTO-PAGO TO WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7310-ACTUALIZAR-SALDO.
           IF SQLCODE = 0
               MOVE ';'               TO HV-TIPO-OPER
               MOVE HV-USUARIO-BPRV   TO HV-USUARIO-MOV
               MOVE HV-CUENTA-BPRV    TO HV-CUENTA-NUM
               MOVE SPACES            TO HV-CONCEPTO
               STRING WC-CONCEPTO-HABER DELIMITED BY SIZE
                   HV-PERIODO-PPRV DELIMITED BY SIZE
                   INTO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               MOVE 'N' TO WS-IDC-ES-DEBITO
               PERFORM 2750-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               MOVE 'A'       TO HV-ESTADO-PPRV
               MOVE 0         TO HV-MONTO-DEV-PPRV
               MOVE WS-ID-MOV TO HV-ID-MOV-CRE-PPRV
               PERFORM 7400-INSERTAR-PAGO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-ACREDITADOS
               ADD WS-MONTO-PAGO TO WS-TOTAL-ACREDITADO
           ELSE
      * Sin acreditar no se pierde: queda retenido y PBNKJD lo
      * reintenta en el proximo cierre.
               DISPLAY 'PBNKJP - ERROR SQLCODE ' SQLCODE
                   ' ACREDITANDO ' PRE-NRO-BENEFICIO
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
               PERFORM 2500-RETENER-PAGO
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

      *================================================================*
      * 2500 - RETENCION POR FE DE VIDA VENCIDA                        *
      * Los fondos quedan en transito hasta que PBNKJD los acredite    *
      * o PBNKJR los devuelva; el activo vencido pasa a suspendido.    *
      *================================================================*
       2500-RETENER-PAGO.
           MOVE 'R' TO HV-ESTADO-PPRV.
           MOVE 0   TO HV-MONTO-DEV-PPRV.
           MOVE 0   TO HV-ID-MOV-CRE-PPRV.
           PERFORM 7400-INSERTAR-PAGO.
           IF SQLCODE = 0 AND HV-ESTADO-BPRV = 'A'
               AND WS-FECHA-VENCE < WS-FECHA-PROCESO
               PERFORM 7250-SUSPENDER-BENEFICIARIO
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-SUSPENDIDOS
                   MOVE 'S' TO HV-ESTADO-BPRV
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-RETENIDOS
               ADD WS-MONTO-PAGO TO WS-TOTAL-RETENIDO
           ELSE
               DISPLAY 'PBNKJP - ERROR SQLCODE ' SQLCODE
                   ' RETENIENDO ' PRE-NRO-BENEFICIO
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 2600 - DEVOLUCION AL ORGANISMO (NUNCA SE ACREDITA)             *
      *================================================================*
       2600-DEVOLVER-PAGO.
           MOVE 'D'           TO HV-ESTADO-PPRV.
           MOVE WS-MONTO-PAGO TO HV-MONTO-DEV-PPRV.
           MOVE 0             TO HV-ID-MOV-CRE-PPRV.
           PERFORM 7400-INSERTAR-PAGO.
           IF SQLCODE = 0 AND WS-MOTIVO-DEV = 'FA'
               AND HV-ESTADO-BPRV NOT = 'F'
               PERFORM 7260-MARCAR-FALLECIDO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-DEVUELTOS
               ADD WS-MONTO-PAGO TO WS-TOTAL-DEVUELTO
           ELSE
               DISPLAY 'PBNKJP - ERROR SQLCODE ' SQLCODE
                   ' DEVOLVIENDO ' PRE-NRO-BENEFICIO
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
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

       7100-LEER-PAGO.
           READ ARCHIVO-ENTRADA
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7150-CONTAR-YA-GRABADOS.
           MOVE WS-ENT-SECUENCIA TO HV-SEC-ARCH-PPRV.
           MOVE 0 TO WS-CANT-YA-GRABADOS.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-YA-GRABADOS
               FROM IBMUSER.PAGOS_PREV
               WHERE SEC_ARCHIVO = :HV-SEC-ARCH-PPRV
                 AND NRO_BENEFICIO = :HV-NRO-BENEF-PPRV
                 AND PERIODO = :HV-PERIODO-PPRV
           END-EXEC.

      * Trae el vencimiento de la fe de vida ya calculado.
       7200-LEER-BENEFICIARIO.
           MOVE PRE-NRO-BENEFICIO TO HV-NRO-BENEF-BPRV.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, ESTADO,
                           CHAR(FECHA_FE_VIDA
                                + :WS-DIAS-FE-VIDA DAYS, ISO)
               INTO :HV-USUARIO-BPRV, :HV-CUENTA-BPRV,
                    :HV-ESTADO-BPRV, :WS-FECHA-VENCE
               FROM IBMUSER.BENEFICIARIOS_PREV
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
           END-EXEC.

      * Fecha de deceso de la ultima sucesion que la tenga (abierta
      * o ya cerrada); blanco si no hay.
       7210-LEER-FECHA-DECESO.
           MOVE HV-USUARIO-BPRV TO HV-USUARIO-SUCE.
           EXEC SQL SELECT CHAR(FECHA_FALLECIMIENTO, ISO)
               INTO :WS-FECHA-DECESO
               FROM IBMUSER.SUCESIONES
               WHERE USUARIO = :HV-USUARIO-SUCE
                 AND FECHA_FALLECIMIENTO IS NOT NULL
               ORDER BY ID_SUCESION DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-FECHA-DECESO
           END-IF.
           MOVE 0 TO SQLCODE.

       7250-SUSPENDER-BENEFICIARIO.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET ESTADO = 'S',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO = 'A'
           END-EXEC.

       7260-MARCAR-FALLECIDO.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET ESTADO = 'F',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO IN ('A', 'S')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
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

      * El llamador carga estado, monto devuelto y movimiento; el
      * resto sale del registro y del padron.
       7400-INSERTAR-PAGO.
           MOVE PRE-NRO-BENEFICIO TO HV-NRO-BENEF-PPRV.
           MOVE PRE-PERIODO       TO HV-PERIODO-PPRV.
           MOVE WS-MONTO-PAGO     TO HV-MONTO-PPRV.
           MOVE WS-FECHA-ISO      TO HV-FECHA-PAGO-PPRV.
           MOVE WS-ENT-SECUENCIA  TO HV-SEC-ARCH-PPRV.
           MOVE HV-USUARIO-BPRV   TO HV-USUARIO-PPRV.
           MOVE HV-CUENTA-BPRV    TO HV-CUENTA-PPRV.
           MOVE WS-MOTIVO-DEV     TO HV-MOTIVO-PPRV.
           EXEC SQL INSERT INTO IBMUSER.PAGOS_PREV
               (NRO_BENEFICIO, PERIODO, MONTO, FECHA_PAGO,
                SEC_ARCHIVO, USUARIO, CUENTA_NUM, ESTADO, MOTIVO_DEV,
                MONTO_DEVUELTO, ID_MOV_CREDITO, RENDIDO, FECHA_ALTA,
                FECHA_RESOLUCION)
               VALUES (:HV-NRO-BENEF-PPRV, :HV-PERIODO-PPRV,
                :HV-MONTO-PPRV, DATE(:HV-FECHA-PAGO-PPRV),
                :HV-SEC-ARCH-PPRV, :HV-USUARIO-PPRV, :HV-CUENTA-PPRV,
                :HV-ESTADO-PPRV, :HV-MOTIVO-PPRV, :HV-MONTO-DEV-PPRV,
                :HV-ID-MOV-CRE-PPRV, 'N', CURRENT TIMESTAMP,
                CURRENT TIMESTAMP)
           END-EXEC.

      * El llamador carga tipo, usuario, cuenta y concepto; el
      * resto sale del pago y del saldo nuevo.
       7500-INSERTAR-MOVIMIENTO.
           MOVE WS-MONTO-PAGO      TO HV-MONTO.
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

      * AAAAMMDD del archivo a ISO para DB2.
       7900-FECHA-A-ISO.
           MOVE WS-FA-AAAA TO WS-FI-AAAA.
           MOVE WS-FA-MM   TO WS-FI-MM.
           MOVE WS-FA-DD   TO WS-FI-DD.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF WS-CONT-ERRORES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WS-EJEC-PROC = WS-CONT-ACREDITADOS
               + WS-CONT-RETENIDOS + WS-CONT-DEVUELTOS.
           COMPUTE WS-EJEC-OMIT = WS-CONT-IGNORADOS
               + WS-CONT-YA-PROCESADOS + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
      * Registro del PREENT consumido (foto tomada en 1000).
           MOVE 'PREENT' TO WS-ARC-INTERFAZ.
           MOVE 'S' TO WS-ARC-OK.
           MOVE WS-ENT-SECUENCIA   TO WS-ARC-SECUENCIA.
           MOVE WS-ENT-CANT        TO WS-ARC-CANT-LEIDOS.
           MOVE WS-ENT-TOTAL       TO WS-ARC-TOTAL-LEIDO.
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
      * El organismo fondea el archivo entero por el nostro; lo
      * devuelto sale con la rendicion de PBNKJR.
           MOVE 'PREENT' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ENT-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           MOVE WS-ENT-TOTAL     TO WS-NOS-MONTO.
           MOVE WS-ENT-CANT      TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           DISPLAY 'PBNKJP - PAGOS LEIDOS          : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKJP - ACREDITADOS           : '
               WS-CONT-ACREDITADOS.
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - TOTAL ACREDITADO      : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - RETENIDOS (FE DE VIDA): '
               WS-CONT-RETENIDOS.
           MOVE WS-TOTAL-RETENIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - TOTAL RETENIDO        : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - BENEFICIOS SUSPENDIDOS: '
               WS-CONT-SUSPENDIDOS.
           DISPLAY 'PBNKJP - DEVUELTOS             : '
               WS-CONT-DEVUELTOS.
           MOVE WS-TOTAL-DEVUELTO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - TOTAL DEVUELTO        : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKJP - YA PROCESADOS         : '
               WS-CONT-YA-PROCESADOS.
           DISPLAY 'PBNKJP - PAGOS IGNORADOS       : '
               WS-CONT-IGNORADOS.
           DISPLAY 'PBNKJP - ERRORES               : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKJP - HABERES PREVISIONALES - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYNOSP.
       COPY CPYIDCP.
       COPY CPYCHNP.
