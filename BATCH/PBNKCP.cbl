      **   FECHA_PAGO e ID_MOV del movimiento.                      **
      ** - Escribe en DD CHQDEV un registro por cheque devuelto     **
      **   (inexistente, frenado, ya pagado, sin fondos).           **
      ** - Los rechazos imputables al librador (sin fondos 'F',     **
      **   frenado 'S', firma no conforme 'I' - marcada por la      **
      **   verificacion de firmas en ENT-FIRMA-OBSERVADA - y        **
      **   cuenta cerrada 'C') quedan en CHEQUES.MOTIVO_RECHAZO y   **
      **   en el registro IBMUSER.CHEQUES_RECHAZADOS; los 'F' e 'I' **
      **   cargan la multa regulada (COPYS/CPYMCHP.cbl, movimiento  **
      **   '2'), que si el saldo no alcanza queda pendiente para    **
      **   BATCH/PBNKCK.cbl.                                        **
      ** - Un cheque que se paga despues de haber rebotado cubre    **
      **   sus rechazos pendientes (ESTADO 'C'), que PBNKCK informa **
      **   al banco central.                                        **
      ** - Pago positivo: si la cuenta esta adherida (IBMUSER.      **
      **   PAGO_POSITIVO_CUENTAS, ver BATCH/PBNKPP.cbl) el cheque   **
      **   se compara con lo que la empresa informo como emitido.   **
      **   No informado ('N'), anulado ('A') o con otro monto ('M') **
      **   no se paga ni se devuelve: queda como excepcion para que **
      **   un firmante decida en SOURCE/PBNKPY.cbl hasta el proximo **
      **   dia habil (FECHA_LIMITE).                                **
      ** - Pasada 0, antes del archivo: ejecuta las excepciones     **
      **   decididas y las que llegaron a FECHA_LIMITE sin una      **
      **   decision.                                                **
      **   'Pagar' vuelve a validar estado, firma y fondos como un  **
      **   presentado mas; 'devolver' y la falta de decision van    **
      **   por CHQDEV sin rechazo imputable al librador.            **
      ** - COMMIT por item con checkpoint exacto dentro de la misma **
      **   unidad de trabajo, igual que BATCH/PBNKCE.cbl, para que  **
      **   relanzar no pague dos veces un mismo registro.           **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - El pago 'K' paga el impuesto a los debitos y creditos    **
      **   (COPYS/CPYIDCP.cbl) en la unidad de trabajo del item. El **
      **   cheque de gerencia se paga de una cuenta interna: no.    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 ENT-MONTO                 PIC 9(09)V99.
           05 ENT-BANCO-PRES            PIC X(04).
           05 ENT-REFERENCIA            PIC X(16).
      * 'S' = la verificacion de firmas observo el cheque.
           05 ENT-FIRMA-OBSERVADA       PIC X(01).
           05 FILLER                    PIC X(30).

       FD  ARCHIVO-DEVUELTOS
           RECORDING MODE IS F.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLORDL END-EXEC.
           EXEC SQL INCLUDE DCLCHGR END-EXEC.
           EXEC SQL INCLUDE DCLCHRE END-EXEC.
           EXEC SQL INCLUDE DCLCHKP END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLPPCT END-EXEC.
           EXEC SQL INCLUDE DCLPPEM END-EXEC.
           EXEC SQL INCLUDE DCLPPEX END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-CONTADOR-PAGADOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DEVUELTOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-MOTIVO-RECHAZO      PIC X(20) VALUE SPACES.
      * Codigo del registro de rechazados; blanco = rechazo tecnico
      * que no se imputa al librador.
           05 WS-MOTIVO-COD          PIC X(1)  VALUE SPACE.
           05 WS-DUENO-CUENTA        PIC X(8)  VALUE SPACES.
           05 WS-ESTADO-CLIENTE      PIC X(1)  VALUE SPACE.
           05 WS-CONTADOR-REGISTRADOS PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-MULTAS     PIC S9(7) COMP-3 VALUE 0.
      * Reinicio/checkpoint por numero de registro.
           05 WS-REGISTROS-SALTAR    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-TEXTO      PIC 9(7) VALUE 0.
      * Pago positivo: excepciones nuevas y resueltas en la pasada 0.
           05 WS-CONTADOR-EXCEPCIONES PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RESUELTAS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-PAGADOS-ANTES       PIC S9(7) COMP-3 VALUE 0.
           05 WS-MOTIVO-PP           PIC X(1)  VALUE SPACE.
           05 WS-FECHA-LIMITE-PP     PIC X(10) VALUE SPACES.
           05 WS-ULTIMA-EXCEPCION    PIC S9(9) COMP VALUE 0.

       01  WS-LINEA-DEVUELTO.
           05 WS-DV-CUENTA           PIC X(10).
           05 WS-DV-REFERENCIA       PIC X(16).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DV-MOTIVO           PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DV-MOTIVO-COD       PIC X(1).
           05 FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
           05 SW-ERRORES             PIC X(01) VALUE 'N'.
              88 HAY-ERROR-VALIDACION          VALUE 'S'.
              88 NO-HAY-ERRORES                VALUE 'N'.
           05 SW-EXCEPCION-PP        PIC X(01) VALUE 'N'.
              88 HAY-EXCEPCION-PP              VALUE 'S'.
           05 SW-PASADA              PIC X(01) VALUE 'A'.
              88 EN-PASADA-EXCEPCIONES         VALUE 'E'.
              88 EN-PASADA-ARCHIVO             VALUE 'A'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKCP'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYMCHW.
       COPY CPYFERW.
       COPY CPYCHNW.
       COPY CPYIDCW.

       PROCEDURE DIVISION.
      *================================================================*
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 1500-PASADA-EXCEPCIONES.
           PERFORM 2000-PROCESAR-ARCHIVO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.
           ELSE
               OPEN EXTEND ARCHIVO-DEVUELTOS
           END-IF.
           PERFORM 7010-CALCULAR-LIMITE-PP.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
           OPEN INPUT ARCHIVO-PRESENTADOS.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 1500 - PASADA 0: EXCEPCIONES DE PAGO POSITIVO A EJECUTAR       *
      * Lectura de a una fila por ID creciente (no cursor): el         *
      * ROLLBACK de un item no corta la pasada. Relanzar es seguro,    *
      * las ya ejecutadas salieron de ESTADO 'P'.                      *
      *================================================================*
       1500-PASADA-EXCEPCIONES.
           SET EN-PASADA-EXCEPCIONES TO TRUE.
           MOVE 0 TO WS-ULTIMA-EXCEPCION.
           PERFORM 7020-LEER-EXCEPCION-VENCIDA.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-ID-PPEX TO WS-ULTIMA-EXCEPCION
               PERFORM 1600-EJECUTAR-EXCEPCION
               PERFORM 7020-LEER-EXCEPCION-VENCIDA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCP - ERROR LEYENDO EXCEPCIONES SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           SET EN-PASADA-ARCHIVO TO TRUE.

      * El item se rearma desde la excepcion y sigue el camino normal
      * de un presentado; el control de pago positivo no se repite.
       1600-EJECUTAR-EXCEPCION.
           MOVE HV-CUENTA-PPEX     TO ENT-CUENTA.
           MOVE HV-NRO-PPEX        TO ENT-NRO-CHEQUE.
           MOVE HV-MONTO-PPEX      TO ENT-MONTO.
           MOVE HV-BANCO-PPEX      TO ENT-BANCO-PRES.
           MOVE HV-REFER-PPEX      TO ENT-REFERENCIA.
           MOVE HV-FIRMA-OBS-PPEX  TO ENT-FIRMA-OBSERVADA.
           MOVE SPACE TO WS-MOTIVO-COD.
           MOVE SPACES TO WS-DUENO-CUENTA.
           MOVE WS-CONTADOR-PAGADOS TO WS-PAGADOS-ANTES.
           IF HV-DECISION-PPEX = 'P'
               PERFORM 2200-VALIDAR-CHEQUE
               IF HAY-ERROR-VALIDACION
                   PERFORM 2400-DEVOLVER-CHEQUE
               ELSE
                   PERFORM 2300-PAGAR-CHEQUE
               END-IF
           ELSE
               IF HV-DECISION-PPEX = 'D'
                   MOVE 'DEVUELTO X LIBRADOR' TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE 'PAGO POSIT. VENCIDO' TO WS-MOTIVO-RECHAZO
               END-IF
               PERFORM 2400-DEVOLVER-CHEQUE
           END-IF.
           IF WS-CONTADOR-PAGADOS > WS-PAGADOS-ANTES
               MOVE 'G' TO HV-ESTADO-PPEX
           ELSE
               MOVE 'D' TO HV-ESTADO-PPEX
           END-IF.
           PERFORM 7030-CERRAR-EXCEPCION.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-RESUELTAS
           ELSE
               DISPLAY 'PBNKCP - ERROR AL CERRAR EXCEPCION '
                   WS-ULTIMA-EXCEPCION ' SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 2000 - PROCESO DEL ARCHIVO DE PRESENTADOS                      *
      *================================================================*
           END-PERFORM.

       2100-PROCESAR-CHEQUE.
           MOVE SPACE TO WS-MOTIVO-COD.
           MOVE SPACES TO WS-DUENO-CUENTA.
      * Un item girado contra la cuenta interna GERENCIA01 es un
      * cheque de gerencia emitido por PBNKCG: se honra contra el
      * registro propio, sin debito de cliente (los fondos salieron
               PERFORM 2500-HONRAR-CHEQUE-GERENCIA
           ELSE
               PERFORM 2200-VALIDAR-CHEQUE
               EVALUATE TRUE
                   WHEN HAY-ERROR-VALIDACION
                       PERFORM 2400-DEVOLVER-CHEQUE
                   WHEN HAY-EXCEPCION-PP
                       PERFORM 2280-REGISTRAR-EXCEPCION
                   WHEN OTHER
                       PERFORM 2300-PAGAR-CHEQUE
               END-EVALUATE
           END-IF.
           PERFORM 7900-COMMIT-ITEM.


       2200-VALIDAR-CHEQUE.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE 'N' TO SW-EXCEPCION-PP.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           IF ENT-MONTO IS NOT NUMERIC
                   WHEN HV-ESTADO-CHEQ = 'S'
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'CHEQUE FRENADO' TO WS-MOTIVO-RECHAZO
                       MOVE 'S' TO WS-MOTIVO-COD

                   WHEN HV-ESTADO-CHEQ = 'P'
                       SET HAY-ERROR-VALIDACION TO TRUE
                           MOVE 'CUENTA INEXISTENTE'
                             TO WS-MOTIVO-RECHAZO
                       ELSE
                           PERFORM 2270-VALIDAR-PAGO-POSITIVO
                           IF NO-HAY-ERRORES AND NOT HAY-EXCEPCION-PP
                               PERFORM 2250-VALIDAR-LIBRADOR
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      * Cuenta cerrada (cliente 'C', ver SOURCE/PBNKU.cbl) y firma
      * observada se rechazan antes de mirar los fondos.
       2250-VALIDAR-LIBRADOR.
           PERFORM 7320-LEER-ESTADO-CLIENTE.
           EVALUATE TRUE
               WHEN WS-ESTADO-CLIENTE = 'C'
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'CUENTA CERRADA' TO WS-MOTIVO-RECHAZO
                   MOVE 'C' TO WS-MOTIVO-COD

               WHEN ENT-FIRMA-OBSERVADA = 'S'
                   SET HAY-ERROR-VALIDACION TO TRUE
                   MOVE 'FIRMA NO CONFORME' TO WS-MOTIVO-RECHAZO
                   MOVE 'I' TO WS-MOTIVO-COD

               WHEN OTHER
                   PERFORM 7350-LEER-PROTEGIDO
                   IF WS-SALDO-ACTUAL < ENT-MONTO
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'FONDOS INSUFICIENTES'
                         TO WS-MOTIVO-RECHAZO
                       MOVE 'F' TO WS-MOTIVO-COD
                   ELSE
                   IF WS-SALDO-ACTUAL - WS-RETENIDO-ACTIVO
                           - WS-EMBARGADO-ACTIVO
                           < ENT-MONTO
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'FONDOS RETENIDOS O EMBARGADOS'
                         TO WS-MOTIVO-RECHAZO
                       MOVE 'F' TO WS-MOTIVO-COD
                   END-IF
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 2270 - PAGO POSITIVO                                           *
      * Va antes de firma y fondos: un cheque que la empresa no        *
      * reconoce no debe generar rechazo ni multa hasta que decida.    *
      *================================================================*
       2270-VALIDAR-PAGO-POSITIVO.
           MOVE SPACE TO WS-MOTIVO-PP.
           IF EN-PASADA-ARCHIVO
               PERFORM 7260-LEER-ADHESION-PP
               IF SQLCODE = 0 AND HV-ESTADO-PPCT = 'A'
                   PERFORM 7270-LEER-EMITIDO-PP
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           MOVE 'N' TO WS-MOTIVO-PP
                           MOVE 0 TO HV-MONTO-PPEM
                           MOVE SPACES TO HV-BENEF-PPEM
                       WHEN SQLCODE NOT = 0
                           SET HAY-ERROR-VALIDACION TO TRUE
                           MOVE 'ERROR DB2 PAGO POSIT'
                             TO WS-MOTIVO-RECHAZO
                       WHEN HV-ESTADO-PPEM = 'A'
                           MOVE 'A' TO WS-MOTIVO-PP
                       WHEN HV-MONTO-PPEM NOT = ENT-MONTO
                           MOVE 'M' TO WS-MOTIVO-PP
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-MOTIVO-PP NOT = SPACE
               SET HAY-EXCEPCION-PP TO TRUE
           END-IF.

      * La excepcion queda en la unidad de trabajo del item (mismo
      * checkpoint); si no se puede grabar el cheque se devuelve.
       2280-REGISTRAR-EXCEPCION.
           PERFORM 7280-INSERTAR-EXCEPCION.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-EXCEPCIONES
           ELSE
               DISPLAY 'PBNKCP - ERROR AL GRABAR EXCEPCION CUENTA '
                   ENT-CUENTA ' CHEQUE ' ENT-NRO-CHEQUE
                   ' SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR DB2 PAGO POSIT' TO WS-MOTIVO-RECHAZO
               MOVE SPACE TO WS-MOTIVO-COD
               PERFORM 2400-DEVOLVER-CHEQUE
           END-IF.

       2300-PAGAR-CHEQUE.
           SUBTRACT ENT-MONTO FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           IF SQLCODE = 0
               PERFORM 7600-MARCAR-CHEQUE-PAGADO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7650-CUBRIR-RECHAZOS
           END-IF.
           IF SQLCODE = 0
               PERFORM 7680-MARCAR-EMITIDO-PAGADO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2350-IMP-DEBCRED-PAGO
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-PAGADOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR DB2 AL PAGAR' TO WS-MOTIVO-RECHAZO
               MOVE SPACE TO WS-MOTIVO-COD
               PERFORM 2400-DEVOLVER-CHEQUE
           END-IF.

      * El pago 'K' es un debito gravado; va despues de 7600, que toma
      * el ID del movimiento del cheque antes del insert del impuesto.
       2350-IMP-DEBCRED-PAGO.
           MOVE WS-DUENO-CUENTA TO WS-IDC-USUARIO.
           MOVE WS-DUENO-CUENTA TO WS-IDC-TITULAR.
           MOVE ENT-CUENTA      TO WS-IDC-CUENTA.
           MOVE ENT-MONTO       TO WS-IDC-MONTO.
           MOVE 'S'             TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO  TO WS-IDC-SALDO.
           MOVE SPACES          TO WS-IDC-SUCURSAL.
           MOVE SPACES          TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2400-DEVOLVER-CHEQUE.
           ADD 1 TO WS-CONTADOR-DEVUELTOS.
           MOVE ENT-CUENTA TO WS-DV-CUENTA.
           MOVE ENT-BANCO-PRES TO WS-DV-BANCO.
           MOVE ENT-REFERENCIA TO WS-DV-REFERENCIA.
           MOVE WS-MOTIVO-RECHAZO TO WS-DV-MOTIVO.
           MOVE WS-MOTIVO-COD TO WS-DV-MOTIVO-COD.
           WRITE REG-DEVUELTO FROM WS-LINEA-DEVUELTO.
           IF WS-MOTIVO-COD NOT = SPACE
               PERFORM 2450-REGISTRAR-RECHAZO
           END-IF.

      *================================================================*
      * 2450 - REGISTRO DEL RECHAZO Y MULTA AL LIBRADOR                *
      * Un error DB2 deshace solo el registro: el cheque ya viajo      *
      * devuelto por CHQDEV y el item se informa por DISPLAY.          *
      *================================================================*
       2450-REGISTRAR-RECHAZO.
           IF WS-DUENO-CUENTA = SPACES
               PERFORM 7300-LEER-CUENTA-DB2
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-DUENO-CUENTA
               END-IF
           END-IF.
           MOVE 0 TO WS-MCH-MULTA.
           IF WS-MOTIVO-COD = 'F' OR WS-MOTIVO-COD = 'I'
               MOVE ENT-MONTO TO WS-MCH-MONTO-CHEQUE
               PERFORM 9732-CALCULAR-MULTA-CHEQUE
           END-IF.
           PERFORM 7620-MARCAR-MOTIVO-CHEQUE.
           IF SQLCODE = 0
               PERFORM 7800-INSERTAR-RECHAZO
           END-IF.
           IF SQLCODE = 0 AND WS-MCH-MULTA > 0
               MOVE HV-ID-CHRE      TO WS-MCH-ID-RECHAZO
               MOVE ENT-CUENTA      TO WS-MCH-CUENTA
               MOVE WS-DUENO-CUENTA TO WS-MCH-USUARIO
               MOVE ENT-NRO-CHEQUE  TO WS-MCH-NRO-CHEQUE
               PERFORM 9730-COBRAR-MULTA-CHEQUE
               IF SQLCODE = 0 AND WS-MCH-COBRADA = 'S'
                   ADD 1 TO WS-CONTADOR-MULTAS
               END-IF
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-REGISTRADOS
           ELSE
               DISPLAY 'PBNKCP - ERROR AL REGISTRAR RECHAZO CUENTA '
                   ENT-CUENTA ' CHEQUE ' ENT-NRO-CHEQUE
                   ' SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
      * Plazo para decidir una excepcion nueva: proximo dia habil.
       7010-CALCULAR-LIMITE-PP.
           EXEC SQL SELECT CHAR(CURRENT DATE + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9870-PROXIMO-DIA-HABIL.
           MOVE WS-FER-FECHA TO WS-FECHA-LIMITE-PP.

      * Pendientes ya decididas o que llegaron al plazo sin decision.
       7020-LEER-EXCEPCION-VENCIDA.
           EXEC SQL SELECT ID_EXCEPCION, CUENTA_NUM, NRO_CHEQUE,
                   MONTO, BANCO_PRES, REFERENCIA, FIRMA_OBSERVADA,
                   DECISION
               INTO :HV-ID-PPEX, :HV-CUENTA-PPEX, :HV-NRO-PPEX,
                   :HV-MONTO-PPEX, :HV-BANCO-PPEX, :HV-REFER-PPEX,
                   :HV-FIRMA-OBS-PPEX, :HV-DECISION-PPEX
               FROM IBMUSER.PAGO_POSITIVO_EXCEPCIONES
               WHERE ESTADO = 'P'
                 AND ID_EXCEPCION > :WS-ULTIMA-EXCEPCION
                 AND (DECISION <> ' '
                   OR FECHA_LIMITE <= CURRENT DATE)
               ORDER BY ID_EXCEPCION
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7030-CERRAR-EXCEPCION.
           MOVE WS-ULTIMA-EXCEPCION TO HV-ID-PPEX.
           EXEC SQL UPDATE IBMUSER.PAGO_POSITIVO_EXCEPCIONES
               SET ESTADO = :HV-ESTADO-PPEX
               WHERE ID_EXCEPCION = :HV-ID-PPEX
                 AND ESTADO = 'P'
           END-EXEC.

       7060-LEER-CHECKPOINT.
           MOVE WC-PROGRAMA TO HV-PROGRAMA-CHK.
           EXEC SQL SELECT ULTIMO_USUARIO INTO :HV-ULTIMO-USUARIO
                 AND NRO_CHEQUE = :HV-NRO-CHEQ
           END-EXEC.

       7260-LEER-ADHESION-PP.
           MOVE ENT-CUENTA TO HV-CUENTA-PPCT.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO-PPCT
               FROM IBMUSER.PAGO_POSITIVO_CUENTAS
               WHERE CUENTA_NUM = :HV-CUENTA-PPCT
           END-EXEC.

       7270-LEER-EMITIDO-PP.
           MOVE ENT-CUENTA     TO HV-CUENTA-PPEM.
           MOVE ENT-NRO-CHEQUE TO HV-NRO-PPEM.
           EXEC SQL SELECT MONTO, BENEFICIARIO, ESTADO
               INTO :HV-MONTO-PPEM, :HV-BENEF-PPEM, :HV-ESTADO-PPEM
               FROM IBMUSER.PAGO_POSITIVO_EMITIDOS
               WHERE CUENTA_NUM = :HV-CUENTA-PPEM
                 AND NRO_CHEQUE = :HV-NRO-PPEM
           END-EXEC.

       7280-INSERTAR-EXCEPCION.
           MOVE ENT-CUENTA          TO HV-CUENTA-PPEX.
           MOVE ENT-NRO-CHEQUE      TO HV-NRO-PPEX.
           MOVE ENT-MONTO           TO HV-MONTO-PPEX.
           MOVE HV-MONTO-PPEM       TO HV-MONTO-EMI-PPEX.
           MOVE HV-BENEF-PPEM       TO HV-BENEF-PPEX.
           MOVE ENT-BANCO-PRES      TO HV-BANCO-PPEX.
           MOVE ENT-REFERENCIA      TO HV-REFER-PPEX.
           MOVE ENT-FIRMA-OBSERVADA TO HV-FIRMA-OBS-PPEX.
           MOVE WS-MOTIVO-PP        TO HV-MOTIVO-PPEX.
           MOVE WS-FECHA-LIMITE-PP  TO HV-FECHA-LIM-PPEX.
           EXEC SQL INSERT INTO IBMUSER.PAGO_POSITIVO_EXCEPCIONES
               (CUENTA_NUM, NRO_CHEQUE, MONTO, MONTO_EMITIDO,
                BENEFICIARIO, BANCO_PRES, REFERENCIA,
                FIRMA_OBSERVADA, MOTIVO, FECHA_PRESENTADO,
                FECHA_LIMITE, DECISION, USUARIO_DECIDE, ESTADO)
               VALUES (:HV-CUENTA-PPEX, :HV-NRO-PPEX, :HV-MONTO-PPEX,
                :HV-MONTO-EMI-PPEX, :HV-BENEF-PPEX, :HV-BANCO-PPEX,
                :HV-REFER-PPEX, :HV-FIRMA-OBS-PPEX, :HV-MOTIVO-PPEX,
                CURRENT TIMESTAMP, DATE(:HV-FECHA-LIM-PPEX), ' ',
                ' ', 'P')
           END-EXEC.

       7300-LEER-CUENTA-DB2.
           MOVE ENT-CUENTA TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO, USUARIO
           MOVE HV-SALDO-CTA   TO WS-SALDO-ACTUAL.
           MOVE HV-USUARIO-CTA TO WS-DUENO-CUENTA.

       7320-LEER-ESTADO-CLIENTE.
           MOVE SPACE TO WS-ESTADO-CLIENTE.
           EXEC SQL SELECT ESTADO INTO :WS-ESTADO-CLIENTE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-DUENO-CUENTA
           END-EXEC.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
      * Saldo pagable = saldo menos retenciones de deposito
      * activas y remanentes embargados, mismo disponible que
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7600-MARCAR-CHEQUE-PAGADO.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-MOV-CHEQ
               END-EXEC
           END-IF.

       7620-MARCAR-MOTIVO-CHEQUE.
           MOVE WS-MOTIVO-COD TO HV-MOTIVO-RECH-CHEQ.
           EXEC SQL UPDATE IBMUSER.CHEQUES
               SET MOTIVO_RECHAZO = :HV-MOTIVO-RECH-CHEQ
               WHERE CUENTA_NUM = :HV-CUENTA-CHEQ
                 AND NRO_CHEQUE = :HV-NRO-CHEQ
           END-EXEC.

      * El pago de un cheque que habia rebotado cubre sus rechazos
      * pendientes; sin ninguno (SQLCODE 100) no es error. Solo los
      * de papel: un e-cheque rechazado (TIPO_CHEQUE 'E') lleva el
      * ID_ECHEQ en NRO_CHEQUE.
       7650-CUBRIR-RECHAZOS.
           EXEC SQL UPDATE IBMUSER.CHEQUES_RECHAZADOS
               SET ESTADO = 'C',
                   FECHA_CUBIERTO = CURRENT TIMESTAMP
               WHERE CUENTA_NUM = :HV-CUENTA-CHEQ
                 AND NRO_CHEQUE = :HV-NRO-CHEQ
                 AND TIPO_CHEQUE = 'P'
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * El emitido informado por la empresa queda consumido; sin
      * fila (cuenta no adherida o pago decidido) no es error.
       7680-MARCAR-EMITIDO-PAGADO.
           MOVE ENT-CUENTA     TO HV-CUENTA-PPEM.
           MOVE ENT-NRO-CHEQUE TO HV-NRO-PPEM.
           EXEC SQL UPDATE IBMUSER.PAGO_POSITIVO_EMITIDOS
               SET ESTADO = 'P'
               WHERE CUENTA_NUM = :HV-CUENTA-PPEM
                 AND NRO_CHEQUE = :HV-NRO-PPEM
                 AND ESTADO = 'E'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7700-LEER-CHEQUE-GERENCIA.
           EXEC SQL SELECT MONTO, ESTADO
               INTO :HV-MONTO-CHGR, :HV-ESTADO-CHGR
                 AND ESTADO = 'E'
           END-EXEC.

       7800-INSERTAR-RECHAZO.
           MOVE ENT-CUENTA      TO HV-CUENTA-CHRE.
           MOVE ENT-NRO-CHEQUE  TO HV-NRO-CHRE.
           MOVE WS-DUENO-CUENTA TO HV-USUARIO-CHRE.
           MOVE ENT-MONTO       TO HV-MONTO-CHRE.
           MOVE ENT-BANCO-PRES  TO HV-BANCO-CHRE.
           MOVE ENT-REFERENCIA  TO HV-REFER-CHRE.
           MOVE WS-MOTIVO-COD   TO HV-MOTIVO-CHRE.
           MOVE WS-MCH-MULTA    TO HV-MULTA-CHRE.
           IF WS-MCH-MULTA > 0
               MOVE 'P' TO HV-MULTA-EST-CHRE
           ELSE
               MOVE 'N' TO HV-MULTA-EST-CHRE
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES_RECHAZADOS
               (CUENTA_NUM, NRO_CHEQUE, USUARIO, MONTO, BANCO_PRES,
                REFERENCIA, MOTIVO, FECHA_RECHAZO, MULTA,
                MULTA_ESTADO)
               VALUES (:HV-CUENTA-CHRE, :HV-NRO-CHRE, :HV-USUARIO-CHRE,
                :HV-MONTO-CHRE, :HV-BANCO-CHRE, :HV-REFER-CHRE,
                :HV-MOTIVO-CHRE, CURRENT TIMESTAMP, :HV-MULTA-CHRE,
                :HV-MULTA-EST-CHRE)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CHRE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Checkpoint exacto dentro de la unidad de trabajo del item,
      * igual que BATCH/PBNKCE.cbl: relanzar no paga dos veces.
       7900-COMMIT-ITEM.
               WS-CONTADOR-PAGADOS.
           DISPLAY 'PBNKCP - CHEQUES DEVUELTOS  : '
               WS-CONTADOR-DEVUELTOS.
           DISPLAY 'PBNKCP - RECHAZOS REGISTRADOS: '
               WS-CONTADOR-REGISTRADOS.
           DISPLAY 'PBNKCP - MULTAS COBRADAS    : '
               WS-CONTADOR-MULTAS.
           DISPLAY 'PBNKCP - EXCEPCIONES PAGO POS: '
               WS-CONTADOR-EXCEPCIONES.
           DISPLAY 'PBNKCP - EXCEPCIONES RESUELTAS: '
               WS-CONTADOR-RESUELTAS.
           DISPLAY 'PBNKCP - CLEARING DE CHEQUES - FIN'.

       9100-LIMPIAR-CHECKPOINT.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYMCHP.
       COPY CPYFERP.
       COPY CPYCHNP.
       COPY CPYIDCP.
