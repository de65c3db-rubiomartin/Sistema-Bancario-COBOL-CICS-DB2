      **   reclamado por la pasada 1 es "unmatched-ours": va a DD   **
      **   ATMEXT y se corrige con una fila 'X' (ID_MOV_ORIGEN),    **
      **   las mismas convenciones de reverso de PBNKR.             **
      ** - Tarjeta de credito (TARJETAS.TIPO_TARJETA 'C'): el item  **
      **   no toca CUENTAS; se postea como consumo 'C' en IBMUSER.  **
      **   MOVIMIENTOS_TC y suma a CUENTAS_TARJETA.SALDO_DEUDA (la  **
      **   comision adquirente, otro consumo). Con autorizacion     **
      **   esta queda 'L' (ID_MOV 0); sin ella va a ATMEXT y se     **
      **   postea igual como ajuste.                                **
      ** - Pasada 3: autorizaciones 'A' cuyo hold ya no esta        **
      **   activo (PBNKRD lo libero por vencimiento) se caducan     **
      **   'C' - el item del switch nunca llego. Las de credito no  **
      **   tienen hold: caducan pasados DIAS_HOLD_AUTORIZ dias de   **
      **   su fecha de negocio.                                     **
      ** - Puntos de lealtad: cada liquidacion de una autorizacion  **
      **   de debito acredita puntos (COPYS/CPYPTSP.cbl, IBMUSER.   **
      **   PUNTOS_LEALTAD) segun el producto de la cuenta y el rubro**
      **   del comercio, que el switch informa en ENT-RUBRO (sin    **
      **   rubro, una extraccion, no suma).                         **
      ** - Retiro sin tarjeta (ENT-TIPO-ITEM 'S'; ENT-TARJETA trae  **
      **   el numero de retiro): PBNKAU ya debito la cuenta al      **
      **   autorizar, asi que el item solo reclama ese movimiento   **
      **   (autorizacion 'L' con ID_MOV) en ATM_CONCILIACION y      **
      **   postea la comision; sin autorizacion va a ATMEXT para    **
      **   revision manual, sin ajuste (no hay tarjeta que diga la  **
      **   cuenta).                                                 **
      ** - Aprobacion stand-in de debito (PBNKSB la cargo 'L' con   **
      **   el debito posteado, ORIGEN 'S'): el item la reclama por  **
      **   referencia y tarjeta como al retiro sin tarjeta, postea  **
      **   la comision y acredita puntos. Las de credito nacen 'A'  **
      **   y se liquidan como cualquier autorizacion TC.            **
      ** - Efectivo de cajeros: todo retiro con ENT-TERMINAL de un  **
      **   cajero registrado suma a IBMUSER.ATM_DISPENSADO del dia  **
      **   (lo que liquido el switch por maquina), base de la       **
      **   conciliacion de casetes de BATCH/PBNKAE.cbl.             **
      ** - La fecha a conciliar viene por SYSIN (vacio = hoy).      **
      ** - Comision propia de extraccion con tarjeta de debito      **
      **   (evento 'RETATM' del tarifario central, COPYS/CPYTARP.   **
      **   cbl): segun el producto de la cuenta y con franquicia    **
      **   mensual de extracciones sin cargo; fila 'F' aparte de la **
      **   comision adquirente. Sin tarifa publicada no se cobra.   **
      ** - La comision 'RETATM' lleva factura fiscal numerada y su  **
      **   IVA se desdobla en un movimiento '%' (COPYS/             **
      **   CPYIVAP.cbl); la adquirente del switch no se factura.    **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - El debito 'Z' que postea la liquidacion (autorizado o    **
      **   ajuste sin match) paga el impuesto a los debitos y       **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl). Los        **
      **   consumos TC no tocan CUENTAS y no estan alcanzados.      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 ENT-MONTO                 PIC 9(09)V99.
           05 ENT-COMISION              PIC 9(05)V99.
           05 ENT-REFERENCIA            PIC X(12).
           05 ENT-RUBRO                 PIC X(04).
           05 ENT-TIPO-ITEM             PIC X(01).
              88 ENT-SIN-TARJETA                  VALUE 'S'.
           05 ENT-TERMINAL              PIC X(08).
           05 FILLER                    PIC X(11).

       FD  REPORTE-EXCEPCIONES
           RECORDING MODE IS F.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLMVTC END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLATDP END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-CONTADOR-AUTORIZ    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CADUCADAS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-FIN-ARCHIVO         PIC X(1)  VALUE 'N'.
           05 WS-CONTADOR-CREDITO    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-PUNTOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-SIN-TARJ   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-STANDIN    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DISPENSADO PIC S9(7) COMP-3 VALUE 0.
      * Vida de una autorizacion de credito sin liquidar (no tiene
      * hold que PBNKRD libere); IBMUSER.PARAMETROS DIAS_HOLD_AUTORIZ.
           05 WS-DIAS-HOLD           PIC S9(4) COMP VALUE 3.

       01  WS-LINEA-EXCEPCION.
           05 WS-EX-ORIGEN           PIC X(8).

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYPTSW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYIDCW.

       PROCEDURE DIVISION.
      *================================================================*
           EXEC SQL DELETE FROM IBMUSER.ATM_CONCILIACION
               WHERE FECHA_CONCIL = DATE(:HV-FECHA-ATMC)
           END-EXEC.
           MOVE WS-FECHA-CONCIL TO HV-FECHA-ATDP.
           EXEC SQL DELETE FROM IBMUSER.ATM_DISPENSADO
               WHERE FECHA_NEGOCIO = DATE(:HV-FECHA-ATDP)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           OPEN INPUT  ARCHIVO-LIQUIDACION.

               IF REG-LIQUIDACION(1:3) NOT = 'HDR'
                   AND REG-LIQUIDACION(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-ITEMS
                   IF ENT-SIN-TARJETA
                       PERFORM 2500-ITEM-SIN-TARJETA
                   ELSE
                       PERFORM 2100-CONCILIAR-ITEM
                   END-IF
                   IF ENT-TERMINAL NOT = SPACES
                       AND ENT-RUBRO = SPACES
                       PERFORM 2700-ACUMULAR-DISPENSADO
                   END-IF
               END-IF
               PERFORM 7100-LEER-ITEM
           END-PERFORM.
               MOVE ENT-MONTO       TO WS-EX-MONTO
               MOVE 'TARJETA DESCONOCIDA' TO WS-EX-DETALLE
               WRITE REG-EXCEPCION FROM WS-LINEA-EXCEPCION
           ELSE
           IF HV-TIPO-TARJ = 'C'
               PERFORM 2400-ITEM-CREDITO
           ELSE
               PERFORM 7250-BUSCAR-AUTORIZACION
               IF SQLCODE = 0
                   PERFORM 2150-LIQUIDAR-AUTORIZACION
               ELSE
                   PERFORM 7280-BUSCAR-AUT-POSTEADA
                   IF SQLCODE = 0
                       PERFORM 2550-RECLAMAR-POSTEADA
                       IF SQLCODE = 0
                           ADD 1 TO WS-CONTADOR-STANDIN
                       END-IF
                   ELSE
                       PERFORM 7300-BUSCAR-MOVIMIENTO-MATCH
                       IF SQLCODE = 0
                           PERFORM 2200-REGISTRAR-MATCH
                       ELSE
                           PERFORM 2300-UNMATCHED-THEIRS
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE = 0
               PERFORM 7650-LEER-ID-MOV-NUEVO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2160-IMP-DEBCRED-DEBITO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7270-MARCAR-AUT-LIQUIDADA
           END-IF.
           IF SQLCODE = 0 AND ENT-COMISION > 0
               PERFORM 7400-POSTEAR-COMISION
           END-IF.
           IF SQLCODE = 0 AND ENT-RUBRO = SPACES
               PERFORM 7450-COBRAR-TARIFA-RETIRO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7800-ACREDITAR-PUNTOS
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-AUTORIZ
               ADD 1 TO WS-CONTADOR-MATCH
                   ' SQLCODE ' SQLCODE
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito 'Z' recien
      * posteado (COPYS/CPYIDCP.cbl), en la unidad de trabajo del
      * item. El 'Z' que matchea en 2200 ya lo pago quien lo posteo.
       2160-IMP-DEBCRED-DEBITO.
           MOVE HV-USUARIO-TARJ TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-TARJ TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-TARJ  TO WS-IDC-CUENTA.
           MOVE ENT-MONTO       TO WS-IDC-MONTO.
           MOVE 'S'             TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO  TO WS-IDC-SALDO.
           MOVE SPACES          TO WS-IDC-SUCURSAL.
           MOVE SPACES          TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2200-REGISTRAR-MATCH.
           ADD 1 TO WS-CONTADOR-MATCH.
           MOVE WS-ID-MOV-MATCH TO HV-ID-MOV-ATMC.
           IF SQLCODE = 0 AND ENT-COMISION > 0
               PERFORM 7400-POSTEAR-COMISION
           END-IF.
           IF SQLCODE = 0 AND ENT-RUBRO = SPACES
               PERFORM 7450-COBRAR-TARIFA-RETIRO
           END-IF.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKAT - ERROR SQLCODE ' SQLCODE
                   MOVE 0          TO HV-ID-MOV-ORIGEN
                   PERFORM 7600-INSERTAR-MOV-AJUSTE
               END-IF
               IF SQLCODE = 0
                   PERFORM 2160-IMP-DEBCRED-DEBITO
               END-IF
           END-IF.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKAT - ERROR AJUSTANDO ' HV-CUENTA-TARJ
           END-IF.

      * Tarjeta de credito: el item es un consumo de la cuenta TC.
      * Con autorizacion, esta se liquida; sin ella, excepcion y
      * ajuste (el switch ya dispenso).
       2400-ITEM-CREDITO.
           PERFORM 7250-BUSCAR-AUTORIZACION.
           IF SQLCODE = 0
               MOVE 'ATM LIQUIDACION AUTORIZADA' TO HV-CONCEPTO-MVTC
           ELSE
               MOVE 0 TO HV-ID-AUT
               ADD 1 TO WS-CONTADOR-SIN-MATCH
               MOVE 'SWITCH'        TO WS-EX-ORIGEN
               MOVE HV-CUENTA-TARJ  TO WS-EX-CUENTA
               MOVE ENT-MONTO       TO WS-EX-MONTO
               MOVE 'SIN AUTORIZACION TC - AJUSTADO' TO WS-EX-DETALLE
               WRITE REG-EXCEPCION FROM WS-LINEA-EXCEPCION
               MOVE 'AJUSTE CONCILIACION ATM' TO HV-CONCEPTO-MVTC
           END-IF.
           PERFORM 7700-LEER-CUENTA-TC.
           IF SQLCODE = 0
               MOVE ENT-MONTO TO HV-MONTO-MVTC
               PERFORM 7750-POSTEAR-CONSUMO-TC
           END-IF.
           IF SQLCODE = 0 AND HV-ID-AUT NOT = 0
               MOVE 0 TO WS-ID-MOV-MATCH
               PERFORM 7270-MARCAR-AUT-LIQUIDADA
           END-IF.
           IF SQLCODE = 0 AND ENT-COMISION > 0
               MOVE ENT-COMISION TO HV-MONTO-MVTC
               MOVE 'COMISION ADQUIRENTE ATM' TO HV-CONCEPTO-MVTC
               PERFORM 7750-POSTEAR-CONSUMO-TC
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-CREDITO
               IF HV-ID-AUT NOT = 0
                   ADD 1 TO WS-CONTADOR-AUTORIZ
                   ADD 1 TO WS-CONTADOR-MATCH
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKAT - ERROR POSTEANDO TC ' HV-CUENTA-TARJ
                   ' SQLCODE ' SQLCODE
           END-IF.

      * Retiro sin tarjeta: el debito 'Z' ya lo posteo PBNKAU al
      * autorizar; el item solo lo reclama (asi la pasada 2 no lo
      * reversa) y agrega la comision adquirente a esa cuenta.
       2500-ITEM-SIN-TARJETA.
           MOVE ENT-TARJETA TO HV-NUMERO-TARJ.
           PERFORM 7280-BUSCAR-AUT-POSTEADA.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-SIN-MATCH
               MOVE 'SWITCH'        TO WS-EX-ORIGEN
               MOVE SPACES          TO WS-EX-CUENTA
               MOVE ENT-MONTO       TO WS-EX-MONTO
               MOVE 'SIN TARJETA SIN AUTORIZACION' TO WS-EX-DETALLE
               WRITE REG-EXCEPCION FROM WS-LINEA-EXCEPCION
           ELSE
               PERFORM 2550-RECLAMAR-POSTEADA
               IF SQLCODE = 0
                   ADD 1 TO WS-CONTADOR-SIN-TARJ
               END-IF
           END-IF.
           EXEC SQL COMMIT END-EXEC.

      * Autorizacion que nacio 'L' con el debito ya posteado (retiro
      * sin tarjeta de PBNKAU o aprobacion stand-in cargada por
      * PBNKSB): el item reclama ese movimiento, postea la comision
      * y acredita los puntos de la compra si el switch manda rubro.
       2550-RECLAMAR-POSTEADA.
           MOVE HV-CUENTA-AUT  TO HV-CUENTA-TARJ.
           MOVE HV-USUARIO-AUT TO HV-USUARIO-TARJ.
           IF HV-MONTO-AUT NOT = ENT-MONTO
               MOVE 'SWITCH'       TO WS-EX-ORIGEN
               MOVE HV-CUENTA-AUT  TO WS-EX-CUENTA
               MOVE ENT-MONTO      TO WS-EX-MONTO
               MOVE 'MONTO DISTINTO AL AUTORIZADO' TO WS-EX-DETALLE
               WRITE REG-EXCEPCION FROM WS-LINEA-EXCEPCION
           END-IF.
           MOVE HV-ID-MOV-AUT TO HV-ID-MOV-ATMC.
           EXEC SQL INSERT INTO IBMUSER.ATM_CONCILIACION
               (ID_MOV, FECHA_CONCIL)
               VALUES (:HV-ID-MOV-ATMC, DATE(:HV-FECHA-ATMC))
           END-EXEC.
           IF SQLCODE = 0 AND ENT-COMISION > 0
               PERFORM 7400-POSTEAR-COMISION
           END-IF.
           IF SQLCODE = 0 AND ENT-RUBRO = SPACES
               PERFORM 7450-COBRAR-TARIFA-RETIRO
           END-IF.
           IF SQLCODE = 0
               MOVE HV-ID-MOV-AUT TO WS-ID-MOV-MATCH
               PERFORM 7800-ACREDITAR-PUNTOS
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-MATCH
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKAT - ERROR RECLAMANDO AUT ' HV-ID-AUT
                   ' SQLCODE ' SQLCODE
           END-IF.

      * El cajero entrego el efectivo haya o no match propio: todo
      * retiro del archivo suma al dispensado del terminal en la
      * fecha (IBMUSER.ATM_DISPENSADO), con el que BATCH/PBNKAE.cbl
      * concilia los casetes. Un terminal no registrado en
      * ATM_TERMINALES (POS, otra red) no genera fila.
       2700-ACUMULAR-DISPENSADO.
           MOVE ENT-TERMINAL    TO HV-ATM-ID-ATDP.
           MOVE WS-FECHA-CONCIL TO HV-FECHA-ATDP.
           MOVE ENT-MONTO       TO HV-MONTO-ATDP.
           EXEC SQL UPDATE IBMUSER.ATM_DISPENSADO
               SET MONTO = MONTO + :HV-MONTO-ATDP,
                   CANT_OPERACIONES = CANT_OPERACIONES + 1
               WHERE ATM_ID = :HV-ATM-ID-ATDP
                 AND FECHA_NEGOCIO = DATE(:HV-FECHA-ATDP)
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.ATM_DISPENSADO
                   (ATM_ID, FECHA_NEGOCIO, MONTO, CANT_OPERACIONES)
                   SELECT T.ATM_ID, DATE(:HV-FECHA-ATDP),
                          :HV-MONTO-ATDP, 1
                   FROM IBMUSER.ATM_TERMINALES T
                   WHERE T.ATM_ID = :HV-ATM-ID-ATDP
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-DISPENSADO
               EXEC SQL COMMIT END-EXEC
           ELSE
               IF SQLCODE NOT = 100
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'PBNKAT - ERROR DISPENSADO ' ENT-TERMINAL
                       ' SQLCODE ' SQLCODE
               END-IF
           END-IF.

      *================================================================*
      * 3000 - PASADA 2: MOVIMIENTOS ATM PROPIOS SIN ITEM DEL SWITCH   *
      * Se corrigen con una fila 'X' (ID_MOV_ORIGEN), convenciones de  *
      * Una autorizacion 'A' cuyo hold ya no esta activo (PBNKRD lo   *
      * libero al vencer FECHA_LIBERACION) nunca recibio su item del  *
      * switch: se caduca 'C' y deja de contar en el cupo diario.     *
      * Las de tarjeta de credito (ID_RET 0, sin hold) caducan al     *
      * cumplir los mismos DIAS_HOLD_AUTORIZ dias.                     *
      *================================================================*
       4000-CADUCAR-AUTORIZACIONES.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_HOLD_AUTORIZ'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-HOLD
           END-IF.
           EXEC SQL UPDATE IBMUSER.AUTORIZACIONES A
               SET ESTADO = 'C'
               WHERE A.ESTADO = 'A'
                 AND ((A.ID_RET > 0
                       AND NOT EXISTS
                           (SELECT 1 FROM IBMUSER.RETENCIONES_DISP R
                            WHERE R.ID_RET = A.ID_RET
                              AND R.ESTADO = 'A'))
                   OR (A.ID_RET = 0
                       AND A.FECHA_NEGOCIO + :WS-DIAS-HOLD DAYS
                           <= DATE(:HV-FECHA-ATMC)))
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-CONTADOR-CADUCADAS
           END-READ.

       7200-RESOLVER-CUENTA-TARJETA.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, TIPO_TARJETA
               INTO :HV-USUARIO-TARJ, :HV-CUENTA-TARJ, :HV-TIPO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.
               WHERE ID_AUT = :HV-ID-AUT
           END-EXEC.

      * Autorizacion que nacio 'L' con el debito ya posteado (sin
      * tarjeta de PBNKAU, stand-in de PBNKSB) que ningun item
      * reclamo todavia.
       7280-BUSCAR-AUT-POSTEADA.
           MOVE ENT-REFERENCIA TO HV-REFERENCIA-AUT.
           EXEC SQL SELECT A.ID_AUT, A.CUENTA_NUM, A.USUARIO,
                           A.MONTO, A.ID_MOV
               INTO :HV-ID-AUT, :HV-CUENTA-AUT, :HV-USUARIO-AUT,
                    :HV-MONTO-AUT, :HV-ID-MOV-AUT
               FROM IBMUSER.AUTORIZACIONES A
               WHERE A.REFERENCIA = :HV-REFERENCIA-AUT
                 AND A.NUMERO_TARJETA = :HV-NUMERO-TARJ
                 AND A.ESTADO = 'L'
                 AND A.ID_MOV > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.ATM_CONCILIACION C
                      WHERE C.ID_MOV = A.ID_MOV)
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * Movimiento ATM propio de la cuenta, mismo monto y fecha de
      * negocio, todavia no reclamado por otro item del archivo.
       7300-BUSCAR-MOVIMIENTO-MATCH.
               PERFORM 7600-INSERTAR-MOV-AJUSTE
           END-IF.

      * Comision propia del banco por la extraccion con tarjeta de
      * debito (evento 'RETATM' del tarifario central, COPYS/
      * CPYTARP.cbl), aparte de la adquirente del switch: depende
      * del producto de la cuenta y respeta la franquicia mensual de
      * extracciones sin cargo. Fila 'F' en la misma unidad de
      * trabajo del item; sin tarifa publicada no se cobra nada.
       7450-COBRAR-TARIFA-RETIRO.
           PERFORM 7500-LEER-SALDO-CUENTA.
           IF SQLCODE = 0
               MOVE 'RETATM'        TO WS-TAR-EVENTO
               MOVE HV-TIPO-CUENTA  TO WS-TAR-TIPO-CTA
               MOVE HV-CUENTA-TARJ  TO WS-TAR-CUENTA
               MOVE ENT-MONTO       TO WS-TAR-BASE
               MOVE WS-FECHA-CONCIL TO WS-TAR-FECHA
               PERFORM 9980-BUSCAR-TARIFA
               IF WS-TAR-COMISION > 0
                   SUBTRACT WS-TAR-COMISION FROM WS-SALDO-ACTUAL
                       GIVING WS-SALDO-NUEVO
                   PERFORM 7550-ACTUALIZAR-SALDO-CTA
                   IF SQLCODE = 0
                       MOVE 'F'             TO HV-TIPO-OPER
                       MOVE WS-TAR-COMISION TO HV-MONTO
                       MOVE 'COMISION EXTRACCION ATM' TO HV-CONCEPTO
                       MOVE 0               TO HV-ID-MOV-ORIGEN
                       PERFORM 7600-INSERTAR-MOV-AJUSTE
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7460-FACTURAR-TARIFA-RETIRO
                   END-IF
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

      * Factura fiscal al titular y desdoble del IVA de la comision
      * en un movimiento '%' (COPYS/CPYIVAP.cbl). La adquirente de
      * 7400 no se factura: es un costo del switch que se traslada.
       7460-FACTURAR-TARIFA-RETIRO.
           MOVE 0               TO WS-IVA-ID-MOV.
           MOVE HV-USUARIO-TARJ TO WS-IVA-TITULAR.
           MOVE WS-TAR-COMISION TO WS-IVA-MONTO.
           MOVE 'COMISION EXTRACCION ATM' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR    TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

       7500-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO, TIPO_CUENTA
               INTO :HV-SALDO-CTA, :HV-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7650-LEER-ID-MOV-NUEVO.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7700-LEER-CUENTA-TC.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CTTC.
           EXEC SQL SELECT ID_CUENTA_TC INTO :HV-ID-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
           END-EXEC.

      * Consumo 'C' en el libro de la tarjeta y suba de la deuda.
       7750-POSTEAR-CONSUMO-TC.
           MOVE HV-ID-CTTC     TO HV-ID-CTA-MVTC.
           MOVE HV-NUMERO-TARJ TO HV-TARJETA-MVTC.
           MOVE WS-FECHA-CONCIL TO HV-FECHA-NEG-MVTC.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_TC
               (ID_CUENTA_TC, NUMERO_TARJETA, TIPO, MONTO, CONCEPTO,
                FECHA_NEGOCIO)
               VALUES (:HV-ID-CTA-MVTC, :HV-TARJETA-MVTC, 'C',
                :HV-MONTO-MVTC, :HV-CONCEPTO-MVTC,
                DATE(:HV-FECHA-NEG-MVTC))
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
                   SET SALDO_DEUDA = SALDO_DEUDA + :HV-MONTO-MVTC
                   WHERE ID_CUENTA_TC = :HV-ID-CTTC
               END-EXEC
           END-IF.

      * Puntos de lealtad de la compra (CPYPTSP): la tasa sale del
      * producto de la cuenta y del rubro que manda el switch; sin
      * rubro (extraccion) no suma.
       7800-ACREDITAR-PUNTOS.
           MOVE HV-USUARIO-TARJ TO WS-PTS-USUARIO.
           MOVE WS-FECHA-CONCIL TO WS-PTS-FECHA-NEG.
           MOVE HV-CUENTA-TARJ  TO WS-PTS-CUENTA.
           MOVE ENT-RUBRO       TO WS-PTS-RUBRO.
           MOVE ENT-MONTO       TO WS-PTS-MONTO.
           MOVE WS-ID-MOV-MATCH TO WS-PTS-ID-MOV.
           MOVE HV-NUMERO-TARJ  TO WS-PTS-TARJETA.
           PERFORM 9600-ACREDITAR-PUNTOS THRU 9600-EXIT.
           IF SQLCODE = 0 AND WS-PTS-PUNTOS > 0
               ADD 1 TO WS-CONTADOR-PUNTOS
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
               WS-CONTADOR-NUESTROS.
           DISPLAY 'PBNKAT - AUTS LIQUIDADAS     : '
               WS-CONTADOR-AUTORIZ.
           DISPLAY 'PBNKAT - CONSUMOS TARJ. CRED.: '
               WS-CONTADOR-CREDITO.
           DISPLAY 'PBNKAT - COMPRAS CON PUNTOS  : '
               WS-CONTADOR-PUNTOS.
           DISPLAY 'PBNKAT - RETIROS SIN TARJETA : '
               WS-CONTADOR-SIN-TARJ.
           DISPLAY 'PBNKAT - STAND-IN RECLAMADAS : '
               WS-CONTADOR-STANDIN.
           DISPLAY 'PBNKAT - RETIROS POR CAJERO  : '
               WS-CONTADOR-DISPENSADO.
           DISPLAY 'PBNKAT - AUTS CADUCADAS      : '
               WS-CONTADOR-CADUCADAS.
           DISPLAY 'PBNKAT - CONCILIACION ATM - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYPTSP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYIDCP.
