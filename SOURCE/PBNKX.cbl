      **   aprobado pero muy por debajo del promedio historico de la **
      **   cuenta (WS-PORCENTAJE-AVISO-SALDO, configurable via       **
      **   IBMUSER.PARAMETROS) se permite con un aviso no bloqueante.**
      ** - cada deposito/retiro paga el impuesto a los debitos y    **
      **   creditos como movimiento propio '1' (COPYS/CPYIDCP.cbl), **
      **   salvo cuenta exenta en IBMUSER.EXENCIONES_IDC.           **
      ** - PF6 (personal): secuestro de billete falso en PBNKSQ;    **
      **   el billete no entra al desglose del deposito.            **
      ** - La comision de sobregiro sale del tarifario central      **
      **   (evento 'SOBREGIR', COPYS/CPYTARP.cbl): fijo mas         **
      **   porcentaje, minimo/maximo y franquicia mensual; sin      **
      **   tarifa publicada rige COMISION_SOBREGIRO de siempre.     **
      ** - La comision de sobregiro lleva factura fiscal numerada y **
      **   su IVA se desdobla en un movimiento '%' aparte (COPYS/   **
      **   CPYIVAP.cbl), en la misma unidad de trabajo.             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Un retiro en la sucursal y el dia de una reserva de      **
      **   efectivo activa de la cuenta (SOURCE/PBNKRY.cbl) no      **
      **   choca con su propia retencion ni con el limite diario    **
      **   hasta el importe reservado; la reserva queda usada y su  **
      **   retencion liberada en la misma unidad de trabajo.        **
      ** - Con el posteo cerrado (ventana batch, PBNKFN PF5) la     **
      **   operacion no se rechaza: se valida contra el saldo memo  **
      **   (saldo mas lo pendiente en IBMUSER.MOVIMIENTOS_MEMO, los **
      **   creditos pendientes no disponibles, sin sobregiro ni     **
      **   reserva de efectivo) y queda en memo con su recibo y su  **
      **   desglose de efectivo; BATCH/PBNKMR.cbl la postea con la  **
      **   fecha ya girada.                                         **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CPYFERW.
       COPY CPYMSGW.
       COPY CPYIMPW.
       COPY CPYIDCW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2
           EXEC SQL INCLUDE DCLORDL END-EXEC.
           EXEC SQL INCLUDE DCLMSGC END-EXEC.
           EXEC SQL INCLUDE DCLSOBR END-EXEC.
           EXEC SQL INCLUDE DCLRSEF END-EXEC.
           EXEC SQL INCLUDE DCLMEMO END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-RETIRADO-HOY PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Cargo por uso de sobregiro. Valor de fabrica;
      * 7060-LEER-PARAMETROS lo reemplaza por
      * IBMUSER.PARAMETROS si la fila existe, y 7305 por la tarifa
      * 'SOBREGIR' de IBMUSER.TARIFARIO_COMISIONES si la hay.
           05 WS-COMISION-SOBREGIRO PIC 9(10)V99 VALUE 25,00.
      * Techo maximo de saldo permitido. Valor de fabrica; tambien
      * configurable via IBMUSER.PARAMETROS.
           05 WS-CANT-MOROSAS       PIC S9(4) COMP VALUE 0.
      * Remanente de ordenes legales activas - ver 7091.
           05 WS-EMBARGADO-ACTIVO   PIC S9(10)V9(2) COMP-3 VALUE 0.
      * Reserva de efectivo de la cuenta para esta sucursal y la
      * fecha de negocio (IBMUSER.RESERVAS_EFECTIVO) - ver 7095.
           05 WS-RESERVA-ID         PIC S9(9) COMP VALUE 0.
           05 WS-RESERVA-ID-RET     PIC S9(9) COMP VALUE 0.
           05 WS-RESERVA-MONTO      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RESERVA-RETENIDO   PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-RESERVA-EXENTO     PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Titular con sucesion abierta - ver 7035.
           05 WS-TITULAR-FALLECIDO  PIC X(01) VALUE 'N'.
      * Titular menor bajo custodia - ver 7037.
           05 WS-FECHA-VALOR        PIC X(10) VALUE SPACES.
           05 WS-HORA-CORTE         PIC S9(4) COMP VALUE 18.
           05 WS-HORA-ACTUAL        PIC S9(7) COMP-3 VALUE 0.
      * Pendiente de la cuenta en IBMUSER.MOVIMIENTOS_MEMO (posteo
      * diferido mientras el posteo esta cerrado) - ver 7040/3400.
           05 WS-MEMO-CREDITOS      PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-MEMO-DEBITOS       PIC S9(10)V9(2) COMP-3 VALUE 0.

       01  SW-SOBREGIRO.
           05 SW-USO-SOBREGIRO      PIC X     VALUE 'N'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHEN EIBAID = DFHPF1
                   PERFORM 2250-MOSTRAR-AYUDA

               WHEN EIBAID = DFHPF6 AND USUARIO-EMPLEADO
                       AND NOT CONFIRMACION-PENDIENTE
                   PERFORM 9050-IR-A-SECUESTRO

               WHEN OTHER
                   MOVE SPACES TO MSGO
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-IF.

       2250-MOSTRAR-AYUDA.
           MOVE ' ENTER=CONFIRMAR/EJECUTAR PF3=CANCELAR/SALIR PF6=FALSO'
             TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.

       2300-VALIDAR-CAMPOS.
      * La fecha valor del posteo se informa en la confirmacion.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           INITIALIZE LEYENDAO.
           IF POSTEO-CERRADO
               STRING ' FECHA VALOR: ' DELIMITED BY SIZE
                   WS-FECHA-VALOR DELIMITED BY SIZE
                   ' - POSTEO DIFERIDO EN MEMO' DELIMITED BY SIZE
                   INTO LEYENDAO
           ELSE
               STRING ' FECHA VALOR: ' DELIMITED BY SIZE
                   WS-FECHA-VALOR DELIMITED BY SIZE
                   INTO LEYENDAO
           END-IF.

      * Bloqueamos campos
           MOVE ATTR-PROT TO TIPOOPERA.
           SET OPERACION-FALLIDA TO TRUE.
           MOVE SPACES TO WS-MSG-EXITO.

      * Con el posteo cerrado (corte de fin de dia en curso) la
      * operacion ya no se rechaza: 2510 la valida contra el saldo
      * memo y la deja en IBMUSER.MOVIMIENTOS_MEMO (3400) para que
      * BATCH/PBNKMR.cbl la postee cuando la fecha de negocio gire.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7030-VERIFICAR-CONGELADA.
           PERFORM 7035-VERIFICAR-SUCESION.
                   MOVE 'N' TO SW-CONFIRMACION
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN HV-CONGELADA = 'S'
                   MOVE ' CUENTA EN ABANDONO - PRESENTESE EN SUCURSAL'
                     TO MSGO
               MOVE HV-SALDO TO WS-SALDO-ACTUAL
               MOVE 'S'      TO SW-SALDO-LEIDO
               MOVE SPACES   TO MSGO
      * Con el posteo cerrado el saldo que se opera es el memo:
      * CUENTAS.SALDO mas lo pendiente de la cuenta (7040).
               PERFORM 7040-LEER-PENDIENTE-MEMO
               IF POSTEO-CERRADO
                   COMPUTE WS-SALDO-ACTUAL = HV-SALDO
                       + WS-MEMO-CREDITOS - WS-MEMO-DEBITOS
               END-IF

               EVALUATE TIPOOPERI
                   WHEN 'D'
      * sobregiro no debe prestar su cupo para pasar por encima
      * de una retencion o un embargo.
                       PERFORM 7080-LEER-PRODUCTO-CUENTA
      * En memo no se presta sobregiro: la comision y el IDC del
      * giro en rojo no tienen donde postearse hasta el replay.
                       IF HV-SOBREGIRO-PROD = 'N' OR POSTEO-CERRADO
                           MOVE 0 TO HV-LIMITE-SOBREGIRO
                       END-IF
      * Disponible = saldo menos retenciones activas de la
      * cuenta; el saldo crudo ya no manda (ver 7090/7230).
                       PERFORM 7090-LEER-RETENIDO-DISP
                       PERFORM 7091-LEER-EMBARGADO
      * Lo pendiente en memo tampoco esta disponible: con el
      * posteo cerrado el saldo ya es el memo y sus creditos aun no
      * se pueden girar; abierto (entre el giro y PBNKMR), los
      * debitos que el replay todavia no aplico se descuentan.
                       IF POSTEO-CERRADO
                           ADD WS-MEMO-CREDITOS TO WS-RETENIDO-ACTIVO
                       ELSE
                           ADD WS-MEMO-DEBITOS TO WS-RETENIDO-ACTIVO
                       END-IF
      * La retencion de una reserva de efectivo del dia es para
      * este mismo retiro: no se cuenta contra el. En memo la
      * reserva no se consume (7280 es del posteo real).
                       IF POSTEO-CERRADO
                           MOVE 0 TO WS-RESERVA-ID WS-RESERVA-EXENTO
                       ELSE
                           PERFORM 7095-LEER-RESERVA-EFECTIVO
                       END-IF
                       IF WS-RESERVA-ID > 0
                           SUBTRACT WS-RESERVA-RETENIDO
                               FROM WS-RETENIDO-ACTIVO
                       END-IF
                       PERFORM 7092-VERIFICAR-MOROSIDAD
                       IF WS-CANT-MOROSAS > 0
                           MOVE ' CUENTA SUSPENDIDA POR MORA DE SOBR'
                           SET HAY-ERROR-VALIDACION TO TRUE
                       ELSE
                           PERFORM 7050-CONSULTAR-RETIRADO-HOY-DB2
      * Lo reservado se pacto de antemano: no consume el limite.
                           IF WS-TOTAL-RETIRADO-HOY + WS-MONTO-DECIMAL
                                 - WS-RESERVA-EXENTO
                                 > HV-LIMITE-DIARIO
                               MOVE ' LIMITE DIARIO DE RETIROS EXCEDIDO'
                                 TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
               ELSE
      * Si los calculos estan bien, buscamos el commit en db2
      * (con el posteo cerrado, en memo).
                   IF POSTEO-CERRADO
                       PERFORM 3400-PERSISTENCIA-MEMO
                   ELSE
                       PERFORM 3000-PERSISTENCIA-DATOS
                   END-IF
               END-IF


                   MOVE LOW-VALUES   TO BNKMAPXO
                   MOVE SPACES       TO CONFRMO
                   MOVE ATTR-GREEN   TO MSGC
                   IF TIPOOPERI = 'R' AND NOT POSTEO-CERRADO
                       PERFORM 2550-VERIFICAR-SALDO-BAJO
                   END-IF
      * Reglas de alerta propias del titular (IBMUSER.
      * cuenta en IBMUSER.MOVIMIENTOS.                                 *
      *----------------------------------------------------------------*
       2550-VERIFICAR-SALDO-BAJO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(AVG(SALDO_RESULTANTE), 0)
               INTO :WS-SALDO-PROMEDIO-HIST
               FROM IBMUSER.MOVIMIENTOS
           MOVE WS-SALDO-NUEVO   TO HV-MONTO-NOTI.
           MOVE 'P'              TO HV-ESTADO-NOTI.
           MOVE 'S'              TO HV-TIPO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF)
                   MOVE HV-SALDO-RESULTANTE TO WS-RCB-SALDO-RES
                   MOVE HV-USUARIO-MOV      TO WS-RCB-USUARIO
               END-IF
               IF SQLCODE = 0 AND WS-RESERVA-ID > 0
                   PERFORM 7280-CONSUMIR-RESERVA
               END-IF
               IF SQLCODE = 0 AND HUBO-SOBREGIRO
                   PERFORM 7300-APLICAR-COMISION-SOBREGIRO
               END-IF
               IF SQLCODE = 0
                   PERFORM 7310-COBRAR-IMP-DEBCRED
               END-IF
               IF SQLCODE = 0
                   PERFORM 7210-EMITIR-RECIBO
               END-IF
                       MOVE ' RETIRO EXITOSO (CON SOBREGIRO)'
                         TO WS-MSG-EXITO
                   END-IF
                   IF TIPOOPERI NOT = 'D' AND WS-RESERVA-ID > 0
                       MOVE ' RETIRO EXITOSO - RESERVA USADA'
                         TO WS-MSG-EXITO
                   END-IF
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR HISTORIAL' TO MSGO
               END-IF
           END-IF.

      *================================================================*
      * 3400 - POSTEO DIFERIDO EN MEMO (POSTEO CERRADO)                *
      * No toca CUENTAS ni MOVIMIENTOS: la operacion queda pendiente   *
      * en IBMUSER.MOVIMIENTOS_MEMO con su recibo numerado (ID_MOV =   *
      * -ID_MEMO hasta que BATCH/PBNKMR.cbl lo reenlace al posteo).    *
      *================================================================*
       3400-PERSISTENCIA-MEMO.
           PERFORM 7450-INSERTAR-MEMO.
           IF SQLCODE = 0
               COMPUTE WS-ID-MOV-RECIBO = 0 - HV-ID-MEMO
               MOVE HV-TIPO-OPER-MEMO TO WS-RCB-TIPO
               MOVE HV-MONTO-MEMO     TO WS-RCB-MONTO
               MOVE HV-SALDO-MEMO     TO WS-RCB-SALDO-RES
               MOVE HV-USUARIO-MEMO   TO WS-RCB-USUARIO
               PERFORM 7210-EMITIR-RECIBO
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               SET OPERACION-EXITOSA TO TRUE
               IF TIPOOPERI = 'D'
                   MOVE ' DEPOSITO EN MEMO - SE POSTEA CON LA FECHA'
                     TO WS-MSG-EXITO
               ELSE
                   MOVE ' RETIRO EN MEMO - SE POSTEA CON LA FECHA'
                     TO WS-MSG-EXITO
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR LA OPERACION EN MEMO' TO MSGO
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
      * con la fecha calendario y posteo abierto, como siempre.
       7020-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               MOVE HV-POSTEO-CERRADO TO SW-POSTEO-CERRADO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
      * accion 'H'). Sin fila de etapas = operatoria normal.
       7035-VERIFICAR-SUCESION.
           MOVE 'N' TO WS-TITULAR-FALLECIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-CUENTA-TITULAR
           MOVE 0 TO WS-TOPE-PODER.
           IF CG-CUENTA-TITULAR NOT = CG-M-USER
               MOVE 0 TO WS-CANT-COMPARTIDA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
                   FROM IBMUSER.CUENTAS_COMPARTIDAS
                   WHERE USUARIO_PRINCIPAL = :CG-CUENTA-TITULAR
               END-IF
               IF SQLCODE = 0 AND WS-CANT-COMPARTIDA = 0
                   MOVE 'S' TO WS-OPERA-POR-PODER
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT ALCANCE, TOPE_RETIRO
                       INTO :HV-ALCANCE-PODE, :HV-TOPE-PODE
                       FROM IBMUSER.PODERES
      * Deja WS-CANT-COMPARTIDA > 0 si la sesion es firmante
      * vigente de la cuenta o custodio registrado del titular.
       7038-ES-FIRMANTE-O-CUSTODIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
               FROM IBMUSER.FIRMANTES
               WHERE CUENTA_NUM = :CG-CUENTA-NUM
               MOVE 0 TO SQLCODE
           END-IF.
           IF WS-CANT-COMPARTIDA = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :CG-CUENTA-TITULAR

       7037-VERIFICAR-CUSTODIA.
           MOVE 'N' TO WS-TITULAR-MENOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO_CUSTODIO INTO :HV-CUSTODIO-CLI
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-CUENTA-TITULAR

       7030-VERIFICAR-CONGELADA.
           MOVE 'N' TO HV-CONGELADA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CONGELADA INTO :HV-CONGELADA
               FROM IBMUSER.ESCHEAT_ETAPAS
               WHERE USUARIO = :CG-CUENTA-TITULAR
           END-IF.

       7025-CALCULAR-FECHA-VALOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'HORA_CORTE_VALOR'
           END-IF.
           DIVIDE EIBTIME BY 10000 GIVING WS-HORA-ACTUAL.
           MOVE WS-FECHA-NEGOCIO TO WS-FER-FECHA.
      * Con el posteo cerrado la fecha de negocio ya se esta
      * cortando: lo que entra en memo vale el habil siguiente.
           IF WS-HORA-ACTUAL >= WS-HORA-CORTE OR POSTEO-CERRADO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY,
                   ISO)
                   INTO :WS-FER-FECHA

       7090-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
      * la orden de la cuenta puntual y la del cliente entero.
       7091-LEER-EMBARGADO.
           MOVE 0 TO WS-EMBARGADO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
               INTO :WS-EMBARGADO-ACTIVO
                       AND USUARIO = :CG-CUENTA-TITULAR))
           END-EXEC.

      * Reserva de efectivo activa de la cuenta para la sucursal
      * de la sesion y la fecha de negocio, con lo que su retencion
      * todavia tiene activo (PBNKRD pudo haberla liberado). Sin
      * reserva todo queda en cero y el retiro sigue como siempre.
       7095-LEER-RESERVA-EFECTIVO.
           MOVE 0 TO WS-RESERVA-ID WS-RESERVA-ID-RET.
           MOVE 0 TO WS-RESERVA-MONTO WS-RESERVA-RETENIDO.
           MOVE 0 TO WS-RESERVA-EXENTO.
           MOVE CG-CUENTA-NUM    TO HV-CUENTA-RSEF.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-RSEF.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-RET-RSEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT R.ID_RESERVA, R.ID_RET, R.MONTO,
                   COALESCE((SELECT SUM(D.MONTO)
                       FROM IBMUSER.RETENCIONES_DISP D
                       WHERE D.ID_RET = R.ID_RET
                         AND D.ESTADO = 'A'), 0)
               INTO :HV-ID-RSEF, :HV-ID-RET-RSEF, :HV-MONTO-RSEF,
                    :WS-RESERVA-RETENIDO
               FROM IBMUSER.RESERVAS_EFECTIVO R
               WHERE R.CUENTA_NUM   = :HV-CUENTA-RSEF
                 AND R.SUCURSAL_ID  = :HV-SUCURSAL-RSEF
                 AND R.FECHA_RETIRO = DATE(:HV-FECHA-RET-RSEF)
                 AND R.ESTADO       = 'A'
               ORDER BY R.ID_RESERVA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-ID-RSEF     TO WS-RESERVA-ID
               MOVE HV-ID-RET-RSEF TO WS-RESERVA-ID-RET
               MOVE HV-MONTO-RSEF  TO WS-RESERVA-MONTO
               IF WS-RESERVA-MONTO < WS-MONTO-DECIMAL
                   MOVE WS-RESERVA-MONTO TO WS-RESERVA-EXENTO
               ELSE
                   MOVE WS-MONTO-DECIMAL TO WS-RESERVA-EXENTO
               END-IF
           ELSE
               MOVE 0 TO WS-RESERVA-RETENIDO
               MOVE 0 TO SQLCODE
           END-IF.

      * Cuenta suspendida por mora de sobregiro: pasados
      * DIAS_SUSPENSION_SOBREG dias en rojo (BATCH/PBNKOD.cbl)
      * no salen mas debitos; los depositos siguen, curan el
      * episodio.
       7092-VERIFICAR-MOROSIDAD.
           MOVE 0 TO WS-DIAS-SUSP-MORA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_SUSPENSION_SOBREG'
               MOVE 30 TO WS-DIAS-SUSP-MORA
           END-IF.
           MOVE 0 TO WS-CANT-MOROSAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-MOROSAS
               FROM IBMUSER.SOBREGIROS
               WHERE CUENTA_NUM = :CG-CUENTA-NUM
      * en la MISMA unidad de trabajo que el deposito. Por debajo
      * del umbral no pasa nada (SQLCODE vuelve limpio).
       7230-CREAR-RETENCION-DISP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'UMBRAL_RETENCION_DEP'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-RET-DEP
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_RETENCION_DEP'
               MOVE HV-ID-MOV         TO HV-ID-MOV-RDIS
               MOVE WS-MONTO-DECIMAL  TO HV-MONTO-RDIS
               MOVE WS-FER-FECHA      TO HV-FECHA-LIB-RDIS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
                   (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                    FECHA_LIBERACION, ESTADO, FECHA_ALTA)
           END-IF.

       7240-AVANZAR-DIA-HABIL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           MOVE WS-RCB-TIPO         TO HV-TIPO-OPER-RCB.
           MOVE WS-RCB-MONTO        TO HV-MONTO-RCB.
           MOVE WS-RCB-SALDO-RES    TO HV-SALDO-RES-RCB.
           IF POSTEO-CERRADO
               MOVE 'MEMO - POSTEO DIFERIDO' TO HV-CONCEPTO-RCB
           ELSE
               MOVE SPACES              TO HV-CONCEPTO-RCB
           END-IF.
           MOVE 'N'                 TO HV-IND-OTP-RCB.
           MOVE 'N'                 TO HV-IND-APROB-RCB.
           MOVE CG-AGENTE-ID        TO HV-AGENTE-RCB.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RECIBOS
               (SUCURSAL_ID, FECHA_RECIBO, NRO_RECIBO, ID_MOV,
                USUARIO, TIPO_OPER, MONTO, SALDO_RESULTANTE,
                 AND FECHA_RECIBO = CURRENT DATE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT NRO_RECIBO, CHAR(FECHA_HORA)
                   INTO :HV-NRO-RCB, :HV-FECHA-HORA-RCB
                   FROM IBMUSER.RECIBOS
      * via IBMUSER.PARAMETROS; una fila ausente deja el valor de
      * fabrica declarado arriba.
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_SOBREGIRO'
               MOVE HV-VALOR-PARAM TO WS-COMISION-SOBREGIRO
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SALDO_MAXIMO'
               MOVE HV-VALOR-PARAM TO WS-SALDO-MAXIMO
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PORCENTAJE_AVISO_SALDO'
      * El saldo que se opera ahora vive en IBMUSER.CUENTAS, una fila
      * por cuenta; LIMITE_DIARIO sigue siendo un control a
      * nivel de cliente, no de cuenta, y se queda en CLIENTES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
           END-EXEC.
      * la segunda SELECT queda condicionada al exito de la primera.
           IF SQLCODE = 0
               MOVE HV-SALDO-CTA TO HV-SALDO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT LIMITE_DIARIO, LIMITE_SOBREGIRO,
                        SALDO_MINIMO
                   INTO :HV-LIMITE-DIARIO, :HV-LIMITE-SOBREGIRO,
      * como siempre: sobregiro segun el cliente y sin tope mensual.
       7080-LEER-PRODUCTO-CUENTA.
           MOVE CG-CUENTA-TIPO TO HV-TIPO-CTA-PROD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PERMITE_SOBREGIRO, MAX_RETIROS_MES
               INTO :HV-SOBREGIRO-PROD, :HV-MAX-RETIROS-PROD
               FROM IBMUSER.PRODUCTOS

       7085-CONTAR-RETIROS-MES.
           MOVE 0 TO WS-RETIROS-DEL-MES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-RETIROS-DEL-MES
               FROM IBMUSER.MOVIMIENTOS
               WHERE CUENTA_NUM = :CG-CUENTA-NUM
                 AND MONTH(FECHA) = MONTH(CURRENT DATE)
           END-EXEC.

      * Lo pendiente de la cuenta en IBMUSER.MOVIMIENTOS_MEMO:
      * creditos ('D') y debitos ('Z'/'T') por separado. Sin fila,
      * o si la lectura falla, todo queda en cero.
       7040-LEER-PENDIENTE-MEMO.
           MOVE 0 TO WS-MEMO-CREDITOS WS-MEMO-DEBITOS.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-MEMO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(CASE WHEN TIPO_OPER = 'D'
                                   THEN MONTO ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN TIPO_OPER = 'D'
                                   THEN 0 ELSE MONTO END), 0)
               INTO :WS-MEMO-CREDITOS, :WS-MEMO-DEBITOS
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE CUENTA_NUM = :HV-CUENTA-MEMO
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-MEMO-CREDITOS WS-MEMO-DEBITOS
               MOVE 0 TO SQLCODE
           END-IF.

       7050-CONSULTAR-RETIRADO-HOY-DB2.
      * El tope diario se mide por cuenta (CUENTA_NUM), no por
      * USUARIO - asi el cupo de una cuenta compartida es uno solo sin
      * importar cual de sus usuarios autorizados fue retirando.
           MOVE 0 TO WS-TOTAL-RETIRADO-HOY.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :WS-TOTAL-RETIRADO-HOY
                FROM IBMUSER.MOVIMIENTOS
                WHERE CUENTA_NUM = :CG-CUENTA-NUM
                  AND TIPO_OPER = 'Z'
                  AND DATE(FECHA) = CURRENT DATE
           END-EXEC.
      * Los retiros de hoy todavia pendientes en memo tambien
      * consumen el limite.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                       + :WS-TOTAL-RETIRADO-HOY
                INTO :WS-TOTAL-RETIRADO-HOY
                FROM IBMUSER.MOVIMIENTOS_MEMO
                WHERE CUENTA_NUM = :CG-CUENTA-NUM
                  AND TIPO_OPER = 'Z'
                  AND ESTADO = 'P'
                  AND DATE(FECHA_MEMO) = CURRENT DATE
           END-EXEC.

      * Proteccion contra lost-update entre dos sesiones
      * activas para el mismo USUARIO. En vez de un SELECT ... FOR
       7100-UPDATE-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG.
           MOVE WS-FECHA-VALOR   TO HV-FECHA-VALOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, SALDO_RESULTANTE,
                AGENTE_ID, CUENTA_NUM, SUCURSAL_ID, FECHA_NEGOCIO,
                :HV-CUENTA-NUM, :HV-SUCURSAL-ID,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * El ID generado se captura ya: el desglose de efectivo
      * de abajo tambien asigna identidades y pisaria
      * IDENTITY_VAL_LOCAL().
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               PERFORM 7250-INSERTAR-DESGLOSE
           END-IF.

      * Operacion en memo (ver 3400): misma forma que el
      * movimiento que BATCH/PBNKMR.cbl va a postear. El desglose de
      * efectivo viaja en el memo (0 sin desglose) y PBNKMR lo graba
      * en DETALLE_EFECTIVO/POSICION_EFECTIVO al postear.
       7450-INSERTAR-MEMO.
           IF TIPOOPERI = 'R'
               MOVE 'Z'          TO HV-TIPO-OPER-MEMO
           ELSE
               MOVE 'D'          TO HV-TIPO-OPER-MEMO
           END-IF.
           MOVE CG-CUENTA-NUM     TO HV-CUENTA-MEMO.
           MOVE CG-CUENTA-TITULAR TO HV-TITULAR-MEMO.
           MOVE CG-M-USER         TO HV-USUARIO-MEMO.
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO-MEMO.
           MOVE SPACES            TO HV-USUARIO-REL-MEMO.
           MOVE 0                 TO HV-MONTO-DEST-MEMO.
           MOVE SPACES            TO HV-CONCEPTO-MEMO.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-MEMO.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-MEMO.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-MEMO.
           MOVE WS-FECHA-VALOR    TO HV-FECHA-VALOR-MEMO.
           MOVE 0 TO HV-CANT100-MEMO HV-CANT50-MEMO
                     HV-CANT20-MEMO  HV-CANT10-MEMO.
           IF HAY-DESGLOSE-EFECTIVO
               MOVE WS-DENOM1-CANT TO HV-CANT100-MEMO
               MOVE WS-DENOM2-CANT TO HV-CANT50-MEMO
               MOVE WS-DENOM3-CANT TO HV-CANT20-MEMO
               MOVE WS-DENOM4-CANT TO HV-CANT10-MEMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_MEMO
               (CUENTA_NUM, USUARIO_TITULAR, USUARIO, TIPO_OPER,
                MONTO, USUARIO_REL, MONTO_DESTINO, CONCEPTO,
                SALDO_MEMO, AGENTE_ID, SUCURSAL_ID, FECHA_VALOR,
                FECHA_MEMO, ESTADO, CANT_BILL_100, CANT_BILL_50,
                CANT_BILL_20, CANT_BILL_10)
               VALUES (:HV-CUENTA-MEMO, :HV-TITULAR-MEMO,
                :HV-USUARIO-MEMO, :HV-TIPO-OPER-MEMO, :HV-MONTO-MEMO,
                :HV-USUARIO-REL-MEMO, :HV-MONTO-DEST-MEMO,
                :HV-CONCEPTO-MEMO, :HV-SALDO-MEMO, :HV-AGENTE-MEMO,
                :HV-SUCURSAL-MEMO, DATE(:HV-FECHA-VALOR-MEMO),
                CURRENT TIMESTAMP, 'P', :HV-CANT100-MEMO,
                :HV-CANT50-MEMO, :HV-CANT20-MEMO, :HV-CANT10-MEMO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-MEMO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7250-INSERTAR-DESGLOSE.
      * Desglose de efectivo del movimiento recien insertado,
      * una fila por denominacion con cantidad > 0.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-MOV-DET
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           END-IF.

       7260-INSERTAR-FILA-DESGLOSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.DETALLE_EFECTIVO
               (ID_MOV, DENOMINACION, CANTIDAD)
               VALUES (:HV-ID-MOV-DET, :HV-DENOMINACION, :HV-CANTIDAD)
               COMPUTE HV-CANTIDAD-POSE = 0 - HV-CANTIDAD
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
           END-EXEC.

           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * 7280 - RESERVA DE EFECTIVO CONSUMIDA: la reserva queda 'U' con *
      * el movimiento del retiro y su retencion se libera, en la misma *
      * unidad de trabajo del posteo. Si la reserva ya no esta activa  *
      * (anulada en el medio, con su retencion) el retiro sigue igual. *
      *----------------------------------------------------------------*
       7280-CONSUMIR-RESERVA.
           MOVE WS-RESERVA-ID    TO HV-ID-RSEF.
           MOVE WS-ID-MOV-RECIBO TO HV-ID-MOV-RSEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RESERVAS_EFECTIVO
               SET ESTADO = 'U',
                   ID_MOV = :HV-ID-MOV-RSEF,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_RESERVA = :HV-ID-RSEF
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-RESERVA-ID-RET TO HV-ID-RDIS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
                   SET ESTADO = 'L'
                   WHERE ID_RET = :HV-ID-RDIS
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO WS-RESERVA-ID
               MOVE 0 TO SQLCODE
           END-IF.

       7300-APLICAR-COMISION-SOBREGIRO.
      * Se cobra una comision por usar el cupo de sobregiro,
      * con su propio movimiento en el historial (TIPO_OPER 'F', igual
      * al codigo de comision de mantenimiento usado en PBNKF).
      * Comision 0 (tarifa en cero o dentro de la franquicia del
      * mes): no hay fila 'F', solo se cuenta el uso.
           PERFORM 7305-TARIFAR-SOBREGIRO.
           IF WS-COMISION-SOBREGIRO > 0
               PERFORM 7307-POSTEAR-COMISION-SOBREG
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

      * Tarifa vigente del evento 'SOBREGIR' para el producto de la
      * cuenta (COPYS/CPYTARP.cbl) sobre el importe de la operacion;
      * sin tarifa publicada rige COMISION_SOBREGIRO de siempre.
       7305-TARIFAR-SOBREGIRO.
           MOVE 'SOBREGIR'       TO WS-TAR-EVENTO.
           MOVE CG-CUENTA-TIPO   TO WS-TAR-TIPO-CTA.
           MOVE CG-CUENTA-NUM    TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-COMISION-SOBREGIRO
           END-IF.

       7307-POSTEAR-COMISION-SOBREG.
           SUBTRACT WS-COMISION-SOBREGIRO FROM WS-SALDO-NUEVO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
           END-EXEC.
               MOVE CG-AGENTE-ID             TO HV-AGENTE-ID
               MOVE CG-CUENTA-NUM            TO HV-CUENTA-NUM
               MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, SALDO_RESULTANTE,
                    AGENTE_ID, CUENTA_NUM, SUCURSAL_ID, FECHA_NEGOCIO)
                    :HV-AGENTE-ID, :HV-CUENTA-NUM, :HV-SUCURSAL-ID,
                    DATE(:HV-FECHA-NEG))
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 7308-FACTURAR-COMISION-SOBREG
           END-IF.

      * Factura fiscal al titular de la cuenta y desdoble del IVA
      * de la comision en un movimiento '%' (COPYS/CPYIVAP.cbl).
       7308-FACTURAR-COMISION-SOBREG.
           MOVE 0                     TO WS-IVA-ID-MOV.
           MOVE CG-CUENTA-TITULAR     TO WS-IVA-TITULAR.
           MOVE WS-COMISION-SOBREGIRO TO WS-IVA-MONTO.
           MOVE 'COMISION USO SOBREGIRO' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR          TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Impuesto a los debitos y creditos sobre el deposito/retiro,
      * en la misma unidad de trabajo (COPYS/CPYIDCP.cbl).
       7310-COBRAR-IMP-DEBCRED.
           MOVE CG-M-USER         TO WS-IDC-USUARIO.
           MOVE CG-CUENTA-TITULAR TO WS-IDC-TITULAR.
           MOVE CG-CUENTA-NUM     TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL  TO WS-IDC-MONTO.
           IF TIPOOPERI = 'D'
               MOVE 'N' TO WS-IDC-ES-DEBITO
           ELSE
               MOVE 'S' TO WS-IDC-ES-DEBITO
           END-IF.
           MOVE WS-SALDO-NUEVO    TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID    TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF SQLCODE = 0
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE 'BNKX' TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      * Billete falso detectado en el deposito: se deja fuera del
      * desglose y se registra en PBNKSQ, que vuelve aca con PF3.
       9050-IR-A-SECUESTRO.
           MOVE 'BNKX'           TO CH-TRANS-RETORNO.
           MOVE CS-PGM-CONSULTA  TO CH-PROGRAMA-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-SECUESTRO)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
               PROGRAM (CS-PGM-LOGIN)
           END-EXEC.

       9999-RETORNO-CICS.

           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYMSGP.
       COPY CPYIMPP.
       COPY CPYIDCP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
