      ** quedan retenidos en IBMUSER.TRANSF_SALIENTE hasta el corte  **
      ** de BATCH/PBNKCS.cbl, que arma el archivo de liquidacion de **
      ** la red y procesa la confirmacion o devolucion de cada item.**
      ** - La cuenta externa es un CBU de 22 digitos: se rechaza    **
      ** en 2310 si los digitos verificadores no cierran           **
      ** (COPYS/CPYCBUP.cbl), antes de la consulta de titular.     **
      ** - Cada pata paga el impuesto a los debitos y creditos     **
      ** (movimiento '1', COPYS/CPYIDCP.cbl), salvo entre cuentas   **
      ** del mismo cliente o cuenta exenta (EXENCIONES_IDC).        **
      ** - Pago de tarjeta de credito: sin banco y con una cuenta   **
      ** 'TC...' en CTAEXT el destino es una cuenta de              **
      ** IBMUSER.CUENTAS_TARJETA del cliente. Se debita la cuenta   **
      ** de origen (movimiento '7') y se acredita la tarjeta con    **
      ** COPYS/CPYPTCP.cbl, hasta la deuda actual, solo inmediato y **
      ** sin impuesto a los debitos y creditos.                     **
      ** - Destino interbancario: paga la comision 'TRANSFER' del   **
      ** tarifario central (COPYS/CPYTARP.cbl), informada en la     **
      ** confirmacion y cobrada como movimiento propio 'F' en la    **
      ** misma unidad de trabajo; sin tarifa publicada no se cobra. **
      ** - La comision de la transferencia externa lleva factura    **
      ** fiscal numerada y su IVA se desdobla en un movimiento '%'  **
      ** aparte (COPYS/CPYIVAP.cbl).                                **
      ** - Solicitud de pago aceptada en el buzon (PBNKIB):         **
      **   la entrada fresca precarga destino, monto y              **
      **   concepto (7770); la transferencia inmediata al           **
      **   solicitante por el monto exacto deja la solicitud        **
      **   pagada 'G' con el ID del debito (7780). Limites,         **
      **   OTP y velocidad no cambian.                              **
      ** - Transferencia entre monedas distintas: es una            **
      **   operacion de cambio del titular. Si compra una           **
      **   divisa consume su cupo mensual y la frena una            **
      **   restriccion vigente (2610, COPYS/CPYCAMP.cbl); en        **
      **   ambos sentidos queda registrada en IBMUSER.              **
      **   OPERACIONES_CAMBIO en la misma unidad de trabajo.        **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Con el posteo cerrado (PBNKFN PF5) la transferencia      **
      **   local inmediata en la misma moneda no se rechaza: se     **
      **   valida contra el saldo memo (saldo menos los debitos     **
      **   pendientes de IBMUSER.MOVIMIENTOS_MEMO) y queda en memo  **
      **   con su recibo (3400) hasta que BATCH/PBNKMR.cbl la       **
      **   postee con la fecha ya girada. Externa, pago de tarjeta, **
      **   cambio de moneda y lote esperan al giro; programadas y   **
      **   a aprobar siguen como siempre (no mueven dinero hoy).    **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CPYALRW.
       COPY CPYVELW.
       COPY CPYIMPW.
       COPY CPYIDCW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CICSATTR.
       COPY CPYINSCA.
       COPY CPYCBUW.
       COPY CPYPTCW.
       COPY CPYCAMW.
       COPY CPYCHNW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2
           EXEC SQL INCLUDE DCLVCOP END-EXEC.
           EXEC SQL INCLUDE DCLFIRM END-EXEC.
           EXEC SQL INCLUDE DCLFPEN END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLSOLP END-EXEC.
           EXEC SQL INCLUDE DCLMEMO END-EXEC.
       01  WS-MONTO-EDITADO      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

      * Destino interbancario (BANCODI no vacio): banco +
      * cuenta externa en vez de un USUARIO local. El debito queda
      * retenido en IBMUSER.TRANSF_SALIENTE hasta que el corte de
      * BATCH/PBNKCS.cbl lo envia a la red de compensacion. La
      * cuenta externa es el CBU del destino.
           05 WS-BANCO-DESTINO      PIC X(4).
           05 WS-CUENTA-EXTERNA     PIC X(22).
      * Confirmacion de titular (2330): nombre tecleado por el
      * cliente y vigencia de una respuesta de la red.
           05 WS-NOMBRE-DESTINO     PIC X(30).
           05 WS-FECHA-VALOR        PIC X(10) VALUE SPACES.
           05 WS-HORA-CORTE         PIC S9(4) COMP VALUE 18.
           05 WS-HORA-ACTUAL        PIC S9(7) COMP-3 VALUE 0.
      * Pendiente de la cuenta en IBMUSER.MOVIMIENTOS_MEMO (posteo
      * diferido mientras el posteo esta cerrado) - ver 7040/3400.
           05 WS-MEMO-CREDITOS      PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-MEMO-DEBITOS       PIC S9(10)V9(2) COMP-3 VALUE 0.
      * Solicitud de pago aceptada en el buzon (PBNKIB): se precarga
      * si se acepto hace menos de WS-MINUTOS-SOLICITUD minutos - ver
      * 7770/7780.
           05 WS-MINUTOS-SOLICITUD  PIC S9(4) COMP VALUE 15.
           05 WS-MONTO-SOL-EDIT     PIC Z(8)9,99.
      * SWITCHES
      * Lote de transferencias: TS queue keyed por terminal,
      * un registro USRDESTI+MONTO por cada entrada agregada con PF4.
           03 SW-DESTINO            PIC X     VALUE 'N'.
              88 DESTINO-EXTERNO              VALUE 'S'.
              88 DESTINO-LOCAL                VALUE 'N'.
              88 DESTINO-TARJETA              VALUE 'T'.

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           PERFORM 7750-ARMAR-NOMBRE-LOTE.

           IF EIBCALEN > 0
               MOVE ATTR-RED TO MSGC
           END-IF.

           PERFORM 7770-PRECARGAR-SOLICITUD.

           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

           ELSE
           IF DESTINO-EXTERNO
               PERFORM 2310-VALIDAR-DESTINO-EXTERNO
           ELSE
           IF DESTINO-TARJETA
               PERFORM 2320-VALIDAR-DESTINO-TARJETA
           ELSE
               PERFORM 7300-VALIDAR-DESTINO-DB2

           ELSE
               MOVE CG-M-USER TO HV-USUARIO-BENE
               MOVE USRDESTI  TO HV-ALIAS-BENE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT TIPO, USUARIO_DESTINO, BANCO_DESTINO,
                          CUENTA_DESTINO, FECHA_ALTA
                   INTO :HV-TIPO-BENE, :HV-DESTINO-BENE,
           END-IF.

       2303-VERIFICAR-DEMORA-BENEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT 1 INTO :WS-DUMMY-BENEF
               FROM SYSIBM.SYSDUMMY1
               WHERE TIMESTAMP(:HV-FECHA-ALTA-BENE)
      *----------------------------------------------------------------*
      * 2305 - BANCODI no vacio = destino interbancario. Se reclasifica *
      * tambien al volver del paso OTP (2460), porque WORKING-STORAGE   *
      * no sobrevive la pseudo-conversacion. Sin banco y con una       *
      * cuenta 'TC...' es el pago de una tarjeta de credito propia.    *
      *----------------------------------------------------------------*
       2305-CLASIFICAR-DESTINO.
           MOVE FUNCTION UPPER-CASE(BANCODI) TO BANCODI.
           MOVE FUNCTION UPPER-CASE(CTAEXTI) TO CTAEXTI.
           INSPECT BANCODI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTAEXTI REPLACING ALL LOW-VALUES BY SPACES.
           IF BANCODI = SPACES AND CTAEXTI(1:2) = 'TC'
               SET DESTINO-TARJETA TO TRUE
               MOVE CTAEXTI TO WS-PTC-CUENTA-TC
           ELSE
           IF BANCODI = SPACES
               SET DESTINO-LOCAL TO TRUE
           ELSE
      *----------------------------------------------------------------*
       2310-VALIDAR-DESTINO-EXTERNO.
           MOVE SPACES TO WS-FECHA-PROG-ISO.
           MOVE WS-CUENTA-EXTERNA TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.
           EVALUATE TRUE
               WHEN USRDESTI NOT = SPACES AND LOW-VALUES
                   MOVE ' ERROR: DESTINO LOCAL O EXTERNO, NO AMBOS'
                   MOVE ATTR-RED TO CTAEXTC
                   SET HAY-ERROR-VALIDACION TO TRUE

      * CBU con digitos verificadores que no cierran: se corta
      * aca en vez de esperar la devolucion de la red.
               WHEN WS-CBU-OK NOT = 'S'
                   MOVE SPACES TO MSGO
                   STRING ' ERROR: ' DELIMITED BY SIZE
                       WS-CBU-MOTIVO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO CTAEXTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN FECHAPROI NOT = SPACES AND LOW-VALUES
                   MOVE ' ERROR: LA TRANSF EXTERNA ES SOLO INMEDIATA'
                     TO MSGO
               PERFORM 2330-VERIFICAR-TITULAR-COP
           END-IF.

      *----------------------------------------------------------------*
      * 2320 - PAGO DE TARJETA DE CREDITO. La cuenta 'TC...' tiene que *
      * ser del cliente (titular de la cuenta de origen o el usuario   *
      * conectado) y estar activa; se paga hasta la deuda actual, solo *
      * en forma inmediata (el debito automatico lo hace PBNKTC).      *
      *----------------------------------------------------------------*
       2320-VALIDAR-DESTINO-TARJETA.
           MOVE SPACES TO WS-FECHA-PROG-ISO.
           PERFORM 7360-LEER-CUENTA-TARJETA.
           EVALUATE TRUE
               WHEN USRDESTI NOT = SPACES AND LOW-VALUES
                   MOVE ' ERROR: DESTINO USUARIO O TARJETA, NO AMBOS'
                     TO MSGO
                   MOVE ATTR-RED TO USRDESTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR: CUENTA DE TARJETA INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO CTAEXTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-USUARIO-CTTC NOT = CG-M-USER
                       AND HV-USUARIO-CTTC NOT = CG-CUENTA-TITULAR
                   MOVE ' ERROR: LA TARJETA NO ES DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CTAEXTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-ESTADO-CTTC NOT = 'A'
                   MOVE ' ERROR: CUENTA DE TARJETA DADA DE BAJA' TO MSGO
                   MOVE ATTR-RED TO CTAEXTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN FECHAPROI NOT = SPACES AND LOW-VALUES
                   MOVE ' ERROR: EL PAGO DE TARJETA ES SOLO INMEDIATO'
                     TO MSGO
                   MOVE ATTR-RED TO FECHAPROC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN REPETII = 'S'
                   MOVE ' ERROR: SIN ORDEN PERMANENTE A TARJETA'
                     TO MSGO
                   MOVE ATTR-RED TO REPETIC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN VAL-HAY-ERROR
                   MOVE ' ERROR: MONTO INVALIDO (FORMATO)' TO MSGO
                   MOVE ATTR-RED TO MONTOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-VAL-SALIDA <= 0
                   MOVE ' ERROR: EL MONTO DEBE SER MAYOR A 0' TO MSGO
                   MOVE ATTR-RED TO MONTOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-MONTO-DECIMAL > HV-DEUDA-CTTC
                   MOVE ' ERROR: EL PAGO SUPERA LA DEUDA DE LA TARJETA'
                     TO MSGO
                   MOVE ATTR-RED TO MONTOC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

      *================================================================*
      * 2330 - CONFIRMACION DE TITULAR (COP)                           *
      * Antes de aceptar el destino externo se coteja el nombre        *
                   MOVE ATTR-RED TO FECHAPROC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT 1 INTO :WS-DUMMY-SQL
                       FROM SYSIBM.SYSDUMMY1
                       WHERE DATE(:WS-FECHA-PROG-ISO) > CURRENT DATE
                   '?'                        DELIMITED BY SIZE
                   INTO CONFRMO
           ELSE
           IF DESTINO-TARJETA
               STRING ' ¿PAGAR $' DELIMITED BY SIZE
                   WS-TRIM-STR-OUT            DELIMITED BY SPACES
                   ' A LA TARJETA '           DELIMITED BY SIZE
                   WS-PTC-CUENTA-TC           DELIMITED BY SPACE
                   '?'                        DELIMITED BY SIZE
                   INTO CONFRMO
           ELSE
           IF WS-FECHA-PROG-ISO = SPACES
           STRING ' Â¿SEGURO QUIERE TRANSFERIRLE $' DELIMITED BY SIZE
               WS-TRIM-STR-OUT                DELIMITED BY SPACES
               STRING ' FECHA VALOR: ' DELIMITED BY SIZE
                   WS-FECHA-VALOR DELIMITED BY SIZE
                   INTO LEYENDAO
               IF POSTEO-CERRADO AND DESTINO-LOCAL
                   MOVE ' - POSTEO DIFERIDO EN MEMO' TO LEYENDAO(25:)
               END-IF
           END-IF.
           IF DESTINO-EXTERNO
               PERFORM 2470-TARIFAR-SALIDA
               IF WS-TAR-COMISION > 0
                   MOVE WS-TAR-COMISION TO WS-MONTO-EDITADO
                   STRING ' COMISION: ' DELIMITED BY SIZE
                       WS-MONTO-EDITADO DELIMITED BY SIZE
                       INTO LEYENDAO(30:)
               END-IF
           END-IF.

           MOVE 'S' TO SW-CONFIRMACION.
           SET OPERACION-FALLIDA TO TRUE.
           MOVE SPACES TO WS-MSG-EXITO.

      * Con el posteo cerrado (corte de fin de dia en curso) la
      * transferencia ya no se rechaza de entrada: 2510 decide si
      * queda en memo (3400) o si tiene que esperar al giro.
           PERFORM 7020-LEER-FECHA-NEGOCIO.

           IF NO-HAY-ERRORES
               PERFORM 7030-VERIFICAR-CONGELADA
           ELSE
               MOVE HV-SALDO TO WS-SALDO-ACTUAL
               MOVE 'S'      TO SW-SALDO-LEIDO
      * Con el posteo cerrado el saldo que se opera es el memo:
      * CUENTAS.SALDO menos los debitos pendientes de la cuenta
      * (7040); los creditos pendientes todavia no estan disponibles.
               PERFORM 7040-LEER-PENDIENTE-MEMO
               IF POSTEO-CERRADO
                   COMPUTE WS-SALDO-NUEVO = HV-SALDO - WS-MEMO-DEBITOS
                   IF WS-SALDO-NUEVO < 0
                       MOVE 0 TO WS-SALDO-ACTUAL
                   ELSE
                       MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
                   END-IF
               END-IF

               IF WS-MONTO-DECIMAL = 0
                   SET HAY-ERROR-VALIDACION TO TRUE
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
      * El pago de tarjeta no se parquea a la firma: por encima
      * del poder individual se rechaza.
               IF WS-FIRMA-RESULTADO = 'P' AND DESTINO-TARJETA
                   MOVE ' PAGO DE TARJETA SUPERA SU PODER DE FIRMA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   MOVE 'N' TO SW-CONFIRMACION
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
               IF WS-FIRMA-RESULTADO = 'P' AND NOT DESTINO-TARJETA
                   PERFORM 3350-PARQUEAR-A-LA-FIRMA
               END-IF

      * La externa paga la comision del tarifario ('TRANSFER'):
      * los fondos tienen que alcanzar para las dos cosas.
               MOVE 0 TO WS-TAR-COMISION
               IF DESTINO-EXTERNO
                   PERFORM 2470-TARIFAR-SALIDA
               END-IF
               IF WS-SALDO-ACTUAL
                       < WS-MONTO-DECIMAL + WS-TAR-COMISION
                   MOVE CG-IDIOMA TO WS-MSG-IDIOMA
                   MOVE ' FONDOS INSUFICIENTES' TO WS-MSG-TEXTO
                   MOVE 'MSGFONDO' TO WS-MSG-ID
      * cuenta de origen (IBMUSER.RETENCIONES_DISP).
               PERFORM 7090-LEER-RETENIDO-DISP
               PERFORM 7091-LEER-EMBARGADO
      * Posteo ya abierto pero con memo aun sin aplicar (entre el
      * giro y PBNKMR): sus debitos no estan disponibles.
               IF NOT POSTEO-CERRADO
                   ADD WS-MEMO-DEBITOS TO WS-RETENIDO-ACTIVO
               END-IF
               PERFORM 7092-VERIFICAR-MOROSIDAD
               IF WS-CANT-MOROSAS > 0
                   MOVE ' CUENTA SUSPENDIDA POR MORA DE SOBREGIRO'
                     OR WS-EMBARGADO-ACTIVO > 0)
                     AND WS-SALDO-ACTUAL - WS-RETENIDO-ACTIVO
                       - WS-EMBARGADO-ACTIVO
                       < WS-MONTO-DECIMAL + WS-TAR-COMISION
                   MOVE ' FONDOS RETENIDOS O EMBARGADOS' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   MOVE 'N' TO SW-CONFIRMACION
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
      * El pago de la tarjeta propia no consume el cupo diario de
      * transferencias (7050 solo suma TIPO_OPER 'T').
                   IF WS-FECHA-PROG-ISO = SPACES
                           AND NOT DESTINO-TARJETA
                       PERFORM 7050-CONSULTAR-TRANSFERIDO-HOY-DB2
                       IF WS-TOTAL-TRANSF-HOY + WS-MONTO-DECIMAL
                             > HV-LIMITE-DIARIO

               IF NO-HAY-ERRORES
                   EVALUATE TRUE
      * Posteo cerrado: solo la transferencia local inmediata en
      * la misma moneda queda en memo (3400). Tarjeta, externa y
      * cambio de moneda mueven dinero fuera de CUENTAS/CLIENTES y
      * esperan al giro; programadas y a aprobar no mueven dinero
      * hoy y siguen su camino de siempre.
                       WHEN POSTEO-CERRADO AND DESTINO-TARJETA
                           PERFORM 3410-RECHAZAR-POSTEO-CERRADO
                       WHEN POSTEO-CERRADO
                               AND WS-FECHA-PROG-ISO = SPACES
                               AND WS-MONTO-DECIMAL
                                   <= WS-UMBRAL-APROBACION
                               AND (DESTINO-EXTERNO
                                 OR WS-MONEDA-ORIGEN
                                    NOT = WS-MONEDA-DESTINO)
                           PERFORM 3410-RECHAZAR-POSTEO-CERRADO
                       WHEN POSTEO-CERRADO
                               AND WS-FECHA-PROG-ISO = SPACES
                               AND WS-MONTO-DECIMAL
                                   <= WS-UMBRAL-APROBACION
                           PERFORM 3400-PERSISTENCIA-MEMO
      * Pago entre cuentas propias: sin cola de aprobacion.
                       WHEN DESTINO-TARJETA
                           PERFORM 3300-PERSISTENCIA-PAGO-TARJETA
                       WHEN WS-FECHA-PROG-ISO NOT = SPACES
                           PERFORM 3100-PERSISTENCIA-PROGRAMADA
                       WHEN WS-MONTO-DECIMAL > WS-UMBRAL-APROBACION

       2490-SCREEN-DESTINO.
           MOVE SPACES TO HV-NOMBRE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-USER-DESTINO
               MOVE HV-NOMBRE           TO HV-NOMBRE-CSAN
               MOVE WS-SCR-ID-LISTA     TO HV-ID-LISTA-CSAN
               MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
                   (USUARIO, NOMBRE_CLIENTE, ID_LISTA,
                    NOMBRE_LISTA, ORIGEN, ESTADO, FECHA_DETECCION)
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      * Comision de la transferencia saliente interbancaria: tarifa
      * vigente del evento 'TRANSFER' para el producto de la cuenta
      * de origen sobre el monto (COPYS/CPYTARP.cbl). Sin tarifa
      * publicada no se cobra nada, como siempre.
       2470-TARIFAR-SALIDA.
           MOVE 'TRANSFER'       TO WS-TAR-EVENTO.
           MOVE CG-CUENTA-TIPO   TO WS-TAR-TIPO-CTA.
           MOVE CG-CUENTA-NUM    TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.

       2480-PUNTUAR-VELOCIDAD.
           MOVE CG-CUENTA-TITULAR TO WS-VEL-USUARIO.
           MOVE CG-CUENTA-NUM     TO WS-VEL-CUENTA.
               PERFORM 4200-DESBLOQUEAR-CAMPOS
           END-IF.

           IF NO-HAY-ERRORES
                   AND WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
               PERFORM 2610-CONTROLAR-CUPO-CAMBIO
               IF NOT CAM-HABILITADA
                   MOVE ATTR-RED TO MSGC
                   MOVE 'N' TO SW-CONFIRMACION
                   SET HAY-ERROR-VALIDACION TO TRUE
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
               END-IF
           END-IF.

      * Una transferencia entre monedas distintas es una operacion
      * de cambio del titular de la cuenta de origen: compra la
      * moneda del destino ('A03') si no es la base - consume su
      * cupo mensual y la frena una restriccion vigente - o vende
      * la suya ('A04'). 3000 la graba en OPERACIONES_CAMBIO.
       2610-CONTROLAR-CUPO-CAMBIO.
           MOVE CG-CUENTA-TITULAR TO WS-CAM-USUARIO.
           MOVE 'T'               TO WS-CAM-CANAL.
           IF WS-MONEDA-DESTINO NOT = WS-CAM-MONEDA-BASE
               MOVE 'C'                 TO WS-CAM-SENTIDO
               MOVE 'A03'               TO WS-CAM-CONCEPTO
               MOVE WS-MONEDA-DESTINO   TO WS-CAM-MONEDA
               MOVE WS-MONTO-CONVERTIDO TO WS-CAM-MONTO-DIVISA
               MOVE WS-TASA-DESTINO     TO WS-CAM-TASA
           ELSE
               MOVE 'V'                 TO WS-CAM-SENTIDO
               MOVE 'A04'               TO WS-CAM-CONCEPTO
               MOVE WS-MONEDA-ORIGEN    TO WS-CAM-MONEDA
               MOVE WS-MONTO-DECIMAL    TO WS-CAM-MONTO-DIVISA
               MOVE WS-TASA-ORIGEN      TO WS-CAM-TASA
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-CAM-FECHA.
           PERFORM 9630-VERIFICAR-CUPO-CAMBIO.
           EVALUATE TRUE
               WHEN CAM-BLOQUEADA
                   MOVE ' CLIENTE INHABILITADO PARA COMPRAR DIVISA'
                     TO MSGO
               WHEN CAM-EXCEDE-CUPO
                   MOVE WS-CAM-DISPONIBLE TO WS-MONTO-EDITADO
                   INITIALIZE MSGO
                   STRING ' CUPO MENSUAL DE DIVISA EXCEDIDO - DISP: '
                       DELIMITED BY SIZE
                       WS-MONTO-EDITADO DELIMITED BY SIZE
                       INTO MSGO
           END-EVALUATE.

      *================================================================*
      * 2700 - MODO LOTE                                               *
      *================================================================*
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           IF NO-HAY-ERRORES AND DESTINO-TARJETA
               MOVE ' ERROR: PAGO DE TARJETA NO ADMITE MODO LOTE'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

           IF NO-HAY-ERRORES
               MOVE USRDESTI         TO WS-TSQ-USRDEST
               PERFORM 7350-CONVERTIR-MONEDA
               COMPUTE WS-SALDO-NUEVO-DESTINO =
                   HV-SALDO + WS-MONTO-CONVERTIDO
               MOVE SPACE TO WS-CAM-RESULTADO
               IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
                   PERFORM 2610-CONTROLAR-CUPO-CAMBIO
               END-IF
               IF WS-SALDO-NUEVO-DESTINO > WS-SALDO-MAXIMO
                       OR NOT CAM-HABILITADA
                   ADD 1 TO WS-TSQ-LOTE-ERROR
               ELSE
      * Mismos controles por item que una inmediata de 2510:
      * recibo; se captura antes de que la pata de credito
      * pise IDENTITY_VAL_LOCAL().
                   IF SQLCODE = 0
                       PERFORM 9591-CONTAR-SQL
                       EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                           INTO :WS-ID-MOV-RECIBO
                           FROM SYSIBM.SYSDUMMY1
                           PERFORM 7210-EMITIR-RECIBO
                       END-IF

      * Transferencia entre monedas: registro de control de
      * cambios con los datos que armo 2610.
                       IF SQLCODE = 0
                          AND WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
                           MOVE WS-ID-MOV-RECIBO TO WS-CAM-ID-MOV
                           MOVE CG-SUCURSAL-ID   TO WS-CAM-SUCURSAL
                           MOVE CG-M-USER        TO WS-CAM-AGENTE
                           PERFORM 9636-REGISTRAR-OPERACION-CAMBIO
                       END-IF

      * Entre cuentas del mismo cliente no hay impuesto a los
      * debitos y creditos; si no, se cobra sobre cada pata.
                       IF SQLCODE = 0
                          AND WS-USER-DESTINO NOT = CG-CUENTA-TITULAR
                           PERFORM 3080-IMP-DEBCRED-ORIGEN
                           IF SQLCODE = 0
                               PERFORM 3085-IMP-DEBCRED-DESTINO
                           END-IF
                       END-IF

                       IF SQLCODE = 0
                           PERFORM 7780-SALDAR-SOLICITUD
                       END-IF

                       IF SQLCODE = 0
                           PERFORM 7700-INSERTAR-NOTIFICACION
                           EXEC CICS SYNCPOINT END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3300 - PAGO DE TARJETA DE CREDITO. Una sola pata en MOVIMIENTOS *
      * (debito '7' de la cuenta de origen, USUARIO_REL = el titular    *
      * de la tarjeta) y el pago 'P' en MOVIMIENTOS_TC via COPYS/       *
      * CPYPTCP.cbl, en la misma unidad de trabajo. Pago a una cuenta   *
      * propia: no paga impuesto a los debitos y creditos.              *
      *----------------------------------------------------------------*
       3300-PERSISTENCIA-PAGO-TARJETA.
      * Re-lectura: despues del paso OTP la validacion de 2320 no
      * corrio en esta tarea y la deuda pudo cambiar.
           PERFORM 7360-LEER-CUENTA-TARJETA.
           IF SQLCODE NOT = 0 OR HV-ESTADO-CTTC NOT = 'A'
               MOVE ' ERROR: CUENTA DE TARJETA NO DISPONIBLE' TO MSGO
           ELSE
           IF WS-MONTO-DECIMAL > HV-DEUDA-CTTC
               MOVE ' ERROR: EL PAGO SUPERA LA DEUDA DE LA TARJETA'
                 TO MSGO
           ELSE
               PERFORM 3310-POSTEAR-PAGO-TARJETA
           END-IF.

       3310-POSTEAR-PAGO-TARJETA.
           SUBTRACT WS-MONTO-DECIMAL FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           MOVE CG-AGENTE-ID TO HV-AGENTE-ID.

           PERFORM 7100-UPDATE-SALDO-ORIGEN.

           IF SQLCODE = 0
               MOVE '7'              TO HV-TIPO-OPER
               MOVE WS-MONTO-DECIMAL TO HV-MONTO
               MOVE CG-M-USER        TO HV-USUARIO-MOV
               MOVE HV-USUARIO-CTTC  TO HV-USUARIO-REL
               MOVE WS-SALDO-NUEVO   TO HV-SALDO-RESULTANTE
               MOVE CG-CUENTA-NUM    TO HV-CUENTA-NUM
               IF WS-CONCEPTO = SPACES OR LOW-VALUES
                   MOVE 'PAGO TARJETA CREDITO' TO WS-CONCEPTO
               END-IF
               MOVE WS-CONCEPTO      TO HV-CONCEPTO
               PERFORM 7200-INSERTAR-HISTORIAL
               IF SQLCODE = 0
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                       INTO :WS-ID-MOV-RECIBO
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE WS-MONTO-DECIMAL TO WS-PTC-MONTO
                   MOVE WS-ID-MOV-RECIBO TO WS-PTC-ID-MOV
                   MOVE WS-FECHA-NEGOCIO TO WS-PTC-FECHA-NEG
                   MOVE WS-CONCEPTO      TO WS-PTC-CONCEPTO
                   PERFORM 9798-APLICAR-PAGO-TC
               END-IF
               IF SQLCODE = 0
                   PERFORM 7210-EMITIR-RECIBO
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   SET OPERACION-EXITOSA TO TRUE
                   MOVE ' PAGO DE TARJETA REGISTRADO' TO WS-MSG-EXITO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR EL PAGO DE TARJETA'
                     TO MSGO
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
                   MOVE ' SALDO MODIFICADO POR OTRA SESION - REINTENTE'
                     TO MSGO
               ELSE
                   MOVE ' ERROR AL DEBITAR ORIGEN' TO MSGO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3060 - Reglas de alerta del titular de origen y del destino   *
      * contra las dos patas recien posteadas; secundario al          *
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * 3080/3085 - Impuesto a los debitos y creditos de cada pata     *
      * (COPYS/CPYIDCP.cbl), dentro de la unidad de trabajo de la      *
      * transferencia. WS-SALDO-NUEVO queda como lo dejo la pata 'T':  *
      * es el saldo que documenta el recibo.                           *
      *----------------------------------------------------------------*
       3080-IMP-DEBCRED-ORIGEN.
           MOVE CG-M-USER         TO WS-IDC-USUARIO.
           MOVE CG-CUENTA-TITULAR TO WS-IDC-TITULAR.
           MOVE CG-CUENTA-NUM     TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL  TO WS-IDC-MONTO.
           MOVE 'S'               TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO    TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID    TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      * La pata de destino acredita CLIENTES.SALDO (7400): el
      * impuesto se debita del mismo saldo, con CUENTA_NUM en blanco.
       3085-IMP-DEBCRED-DESTINO.
           MOVE WS-USER-DESTINO   TO WS-IDC-USUARIO.
           MOVE WS-USER-DESTINO   TO WS-IDC-TITULAR.
           MOVE SPACES            TO WS-IDC-CUENTA.
           MOVE WS-MONTO-CONVERTIDO TO WS-IDC-MONTO.
           MOVE 'N'               TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO-DESTINO TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID    TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      * Comision de la externa (calculada en 2510 via 2470) como
      * movimiento propio 'F' sobre la cuenta de origen, en la misma
      * unidad de trabajo; el saldo resultante sigue al del impuesto
      * (WS-IDC-SALDO). Con comision 0 solo se cuenta el uso.
       3090-COBRAR-COMISION-SALIDA.
           IF WS-TAR-COMISION > 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS
                   SET SALDO = SALDO - :WS-TAR-COMISION
                   WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
               END-EXEC
               IF SQLCODE = 0
                   SUBTRACT WS-TAR-COMISION FROM WS-IDC-SALDO
                   MOVE 'F'              TO HV-TIPO-OPER
                   MOVE WS-TAR-COMISION  TO HV-MONTO
                   MOVE CG-M-USER        TO HV-USUARIO-MOV
                   MOVE WS-BANCO-DESTINO TO HV-USUARIO-REL
                   MOVE WS-IDC-SALDO     TO HV-SALDO-RESULTANTE
                   MOVE CG-CUENTA-NUM    TO HV-CUENTA-NUM
                   MOVE 'COMISION TRANSF EXTERIOR' TO HV-CONCEPTO
                   PERFORM 7200-INSERTAR-HISTORIAL
               END-IF
               IF SQLCODE = 0
                   PERFORM 3095-FACTURAR-COMISION-SALIDA
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

      * Factura fiscal al titular de la cuenta de origen y desdoble
      * del IVA de la comision en un movimiento '%' (COPYS/
      * CPYIVAP.cbl).
       3095-FACTURAR-COMISION-SALIDA.
           MOVE 0                 TO WS-IVA-ID-MOV.
           MOVE CG-CUENTA-TITULAR TO WS-IVA-TITULAR.
           MOVE WS-TAR-COMISION   TO WS-IVA-MONTO.
           MOVE 'COMISION TRANSF EXTERIOR' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR      TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      *================================================================*
      * 3100 - PERSISTENCIA DE TRANSFERENCIA PROGRAMADA                *
      *================================================================*
      * TRANSF_SALIENTE pise IDENTITY_VAL_LOCAL(): el recibo
      * numerado documenta tambien la externa inmediata.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-RECIBO
                   FROM SYSIBM.SYSDUMMY1
               PERFORM 7650-INSERTAR-TRANSF-SALIENTE
           END-IF.

           IF SQLCODE = 0
               PERFORM 3080-IMP-DEBCRED-ORIGEN
           END-IF.

           IF SQLCODE = 0
               PERFORM 3090-COBRAR-COMISION-SALIDA
           END-IF.

           IF SQLCODE = 0
               PERFORM 7210-EMITIR-RECIBO
           END-IF.
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-RECIBO
                   FROM SYSIBM.SYSDUMMY1
               PERFORM 7650-INSERTAR-TRANSF-SALIENTE
           END-IF.

      * El impuesto y la comision van antes del LINK: si fallan,
      * nada sale al riel; un rechazo del riel los rollbackea.
           IF SQLCODE = 0
               PERFORM 3080-IMP-DEBCRED-ORIGEN
           END-IF.

           IF SQLCODE = 0
               PERFORM 3090-COBRAR-COMISION-SALIDA
           END-IF.

           IF SQLCODE = 0
               PERFORM 7850-ENVIAR-AL-RIEL
           END-IF.
           SET INS-SALIDA TO TRUE.
           MOVE WS-BANCO-DESTINO  TO INS-BANCO.
           MOVE WS-CUENTA-EXTERNA TO INS-CUENTA-DESTINO.
           PERFORM 7855-LEER-CBU-ORIGEN.
           MOVE WS-MONTO-DECIMAL  TO INS-MONTO.
           MOVE WS-ID-MOV-RECIBO  TO WS-RECIBO-NRO-ED.
           MOVE WS-RECIBO-NRO-ED  TO INS-REFERENCIA.
               SET INS-TIMEOUT TO TRUE
           END-IF.

      * El riel identifica al ordenante por su CBU; una cuenta que
      * todavia no lo tiene asignado (BATCH/PBNKCU.cbl) viaja con el
      * NUMERO_CUENTA, como antes.
       7855-LEER-CBU-ORIGEN.
           MOVE CG-CUENTA-NUM TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CBU INTO :HV-CBU-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           IF SQLCODE = 0 AND HV-CBU-CTA NOT = SPACES
               MOVE HV-CBU-CTA    TO INS-CUENTA-ORIGEN
           ELSE
               MOVE CG-CUENTA-NUM TO INS-CUENTA-ORIGEN
           END-IF.
      * La lectura es informativa: no altera el SQLCODE del posteo.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 3250 - PERSISTENCIA DE EXTERNA PENDIENTE DE APROBACION         *
      * Mismo circuito de PBNKA que una local de alto monto: no se     *
           PERFORM 7650-INSERTAR-TRANSF-SALIENTE.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-SAL
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
                 TO MSGO
           END-IF.

      *================================================================*
      * 3400 - POSTEO DIFERIDO EN MEMO (POSTEO CERRADO)                *
      * No toca CUENTAS, CLIENTES ni MOVIMIENTOS: la transferencia     *
      * queda pendiente en IBMUSER.MOVIMIENTOS_MEMO con su recibo      *
      * numerado (ID_MOV = -ID_MEMO hasta que BATCH/PBNKMR.cbl postee  *
      * las dos patas y lo reenlace). Sin notificacion al destinatario *
      * ni saldo de solicitud de pago hasta el posteo real.            *
      *================================================================*
       3400-PERSISTENCIA-MEMO.
           SUBTRACT WS-MONTO-DECIMAL FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7450-INSERTAR-MEMO.
           IF SQLCODE = 0
               COMPUTE WS-ID-MOV-RECIBO = 0 - HV-ID-MEMO
               PERFORM 7210-EMITIR-RECIBO
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               SET OPERACION-EXITOSA TO TRUE
               MOVE ' TRANSFERENCIA EN MEMO - SE POSTEA CON LA FECHA'
                 TO WS-MSG-EXITO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR LA TRANSFERENCIA EN MEMO'
                 TO MSGO
           END-IF.

       3410-RECHAZAR-POSTEO-CERRADO.
           MOVE ' POSTEO CERRADO - ESTA OPERACION ESPERA AL GIRO'
             TO MSGO.
           MOVE ATTR-RED TO MSGC.
           MOVE 'N' TO SW-CONFIRMACION.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

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
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-RCB.
           MOVE WS-ID-MOV-RECIBO    TO HV-ID-MOV-RCB.
           MOVE CG-M-USER           TO HV-USUARIO-RCB.
           IF DESTINO-TARJETA
               MOVE '7'             TO HV-TIPO-OPER-RCB
           ELSE
               MOVE 'T'             TO HV-TIPO-OPER-RCB
           END-IF.
           MOVE WS-MONTO-DECIMAL    TO HV-MONTO-RCB.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-RES-RCB.
           IF POSTEO-CERRADO
               MOVE SPACES TO HV-CONCEPTO-RCB
               STRING 'MEMO-PEND ' DELIMITED BY SIZE
                   WS-CONCEPTO(1:20) DELIMITED BY SIZE
                   INTO HV-CONCEPTO-RCB
           ELSE
               MOVE WS-CONCEPTO         TO HV-CONCEPTO-RCB
           END-IF.
           IF WS-MONTO-DECIMAL > WS-UMBRAL-OTP
               MOVE 'S' TO HV-IND-OTP-RCB
           ELSE
           END-IF.
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
               WHERE NOMBRE_PARAM = 'UMBRAL_APROBACION'
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-APROBACION
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'VIGENCIA_COP_DIAS'
               MOVE HV-VALOR-PARAM TO WS-VIGENCIA-COP
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TOPE_INSTANTANEA'
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
               WHERE NOMBRE_PARAM = 'UMBRAL_OTP'
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-OTP
           END-IF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'HORAS_CONFIRM_BENEF'
      * cuenta. El destino de una transferencia sigue acreditandose
      * en CLIENTES.SALDO (7400-UPDATE-SALDO-DESTINO) - esta version
      * no agrega un paso de seleccion de cuenta destino.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA INTO :HV-SALDO-CTA,
                :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
           IF SQLCODE = 0
               MOVE HV-SALDO-CTA TO HV-SALDO
               MOVE HV-MONEDA-CTA TO WS-MONEDA-ORIGEN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT LIMITE_DIARIO INTO :HV-LIMITE-DIARIO
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :WS-USER-ORIGEN

       7045-VERIFICAR-SUCESION.
           MOVE 'N' TO WS-TITULAR-FALLECIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-CUENTA-TITULAR

       7047-VERIFICAR-CUSTODIA.
           MOVE 'N' TO WS-TITULAR-MENOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO_CUSTODIO INTO :HV-CUSTODIO-CLI
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-CUENTA-TITULAR
           MOVE 'N' TO WS-OPERA-POR-PODER.
           IF CG-CUENTA-TITULAR NOT = CG-M-USER
               MOVE 0 TO WS-CANT-COMPARTIDA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
                   FROM IBMUSER.CUENTAS_COMPARTIDAS
                   WHERE USUARIO_PRINCIPAL = :CG-CUENTA-TITULAR
      * Deja WS-CANT-COMPARTIDA > 0 si la sesion es firmante
      * vigente de la cuenta o custodio registrado del titular.
       7049-ES-FIRMANTE-O-CUSTODIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
               FROM IBMUSER.FIRMANTES
               WHERE CUENTA_NUM = :CG-CUENTA-NUM
               MOVE 0 TO WS-CANT-COMPARTIDA
           END-IF.
           IF WS-CANT-COMPARTIDA = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMPARTIDA
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :CG-CUENTA-TITULAR
               END-IF
           END-IF.

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

       7050-CONSULTAR-TRANSFERIDO-HOY-DB2.
      * Igual que el retiro en PBNKX, el tope diario de
      * transferencias se mide por cuenta (CUENTA_NUM) para que una
      * cuenta compartida tenga un solo cupo sin importar cual usuario
      * autorizado transfirio.
           MOVE 0 TO WS-TOTAL-TRANSF-HOY.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0) INTO :WS-TOTAL-TRANSF-HOY
                FROM IBMUSER.MOVIMIENTOS
                  AND TIPO_OPER = 'T'
                  AND DATE(FECHA) = CURRENT DATE
           END-EXEC.
      * Las transferencias de hoy todavia pendientes en memo
      * tambien consumen el limite.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                       + :WS-TOTAL-TRANSF-HOY
                INTO :WS-TOTAL-TRANSF-HOY
                FROM IBMUSER.MOVIMIENTOS_MEMO
                WHERE CUENTA_NUM = :CG-CUENTA-NUM
                  AND TIPO_OPER = 'T'
                  AND ESTADO = 'P'
                  AND DATE(FECHA_MEMO) = CURRENT DATE
           END-EXEC.

      * Proteccion contra lost-update entre dos sesiones
      * activas para el mismo USUARIO (misma lectura optimista que
       7100-UPDATE-SALDO-ORIGEN.
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
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7300-VALIDAR-DESTINO-DB2.
           MOVE USRDESTI TO WS-USER-DESTINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA INTO :HV-SALDO, :HV-MONEDA
               FROM IBMUSER.CLIENTES WHERE USUARIO = :WS-USER-DESTINO
           END-EXEC.
           MOVE HV-MONEDA TO WS-MONEDA-DESTINO.

       7360-LEER-CUENTA-TARJETA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, SALDO_DEUDA, ESTADO
               INTO :HV-USUARIO-CTTC, :HV-DEUDA-CTTC, :HV-ESTADO-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :WS-PTC-CUENTA-TC
           END-EXEC.

       7350-CONVERTIR-MONEDA.
      * Si origen y destino usan la misma moneda no hay nada
      * que convertir. Si difieren, se busca la tasa de cada una en
           IF WS-MONEDA-ORIGEN = WS-MONEDA-DESTINO
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-CONVERTIDO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
                   FROM IBMUSER.DIVISAS
                   WHERE CODIGO_MONEDA = :WS-MONEDA-ORIGEN
               END-EXEC
               MOVE HV-TASA-A-BASE TO WS-TASA-ORIGEN

               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
                   FROM IBMUSER.DIVISAS
                   WHERE CODIGO_MONEDA = :WS-MONEDA-DESTINO

       7400-UPDATE-SALDO-DESTINO.
           MOVE WS-MONTO-CONVERTIDO TO HV-MONTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = SALDO + :HV-MONTO
               WHERE USUARIO = :WS-USER-DESTINO
           END-EXEC.

      * Transferencia en memo (ver 3400): origen, destinatario
      * local y el monto en su moneda, como las dos patas que
      * BATCH/PBNKMR.cbl va a postear.
       7450-INSERTAR-MEMO.
           MOVE 'T'                 TO HV-TIPO-OPER-MEMO.
           MOVE CG-CUENTA-NUM       TO HV-CUENTA-MEMO.
           MOVE CG-CUENTA-TITULAR   TO HV-TITULAR-MEMO.
           MOVE CG-M-USER           TO HV-USUARIO-MEMO.
           MOVE WS-MONTO-DECIMAL    TO HV-MONTO-MEMO.
           MOVE WS-USER-DESTINO     TO HV-USUARIO-REL-MEMO.
           MOVE WS-MONTO-CONVERTIDO TO HV-MONTO-DEST-MEMO.
           MOVE WS-CONCEPTO         TO HV-CONCEPTO-MEMO.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-MEMO.
           MOVE CG-AGENTE-ID        TO HV-AGENTE-MEMO.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-MEMO.
           MOVE WS-FECHA-VALOR      TO HV-FECHA-VALOR-MEMO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS_MEMO
               (CUENTA_NUM, USUARIO_TITULAR, USUARIO, TIPO_OPER,
                MONTO, USUARIO_REL, MONTO_DESTINO, CONCEPTO,
                SALDO_MEMO, AGENTE_ID, SUCURSAL_ID, FECHA_VALOR,
                FECHA_MEMO, ESTADO)
               VALUES (:HV-CUENTA-MEMO, :HV-TITULAR-MEMO,
                :HV-USUARIO-MEMO, :HV-TIPO-OPER-MEMO, :HV-MONTO-MEMO,
                :HV-USUARIO-REL-MEMO, :HV-MONTO-DEST-MEMO,
                :HV-CONCEPTO-MEMO, :HV-SALDO-MEMO, :HV-AGENTE-MEMO,
                :HV-SUCURSAL-MEMO, DATE(:HV-FECHA-VALOR-MEMO),
                CURRENT TIMESTAMP, 'P')
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-MEMO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7500-INSERTAR-TRANSF-PROGRAMADA.
           MOVE WS-USER-ORIGEN   TO HV-USUARIO-ORIGEN.
           MOVE WS-USER-DESTINO  TO HV-USUARIO-DESTINO.
           MOVE WS-FECHA-PROG-ISO TO HV-FECHA-PROG.
           MOVE 'P'              TO HV-ESTADO-PROG.
           MOVE REPETII          TO HV-ES-RECURRENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TRANSF_PROGRAMADA
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO,
                FECHA_PROGRAMADA, ESTADO, FECHA_CREACION,
           IF DESTINO-LOCAL
               MOVE 0            TO HV-ID-SALIENTE-PEND
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TRANSF_PENDIENTE
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, ESTADO,
                FECHA_CREACION, ID_SALIENTE)
           MOVE SPACE TO WS-FIRMA-RESULTADO.
           MOVE 0 TO WS-CANT-FIRMANTES.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-FIRM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-FIRMANTES
               FROM IBMUSER.FIRMANTES
               WHERE CUENTA_NUM = :HV-CUENTA-FIRM
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-FIRMANTES > 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT PODER_MONTO INTO :HV-PODER-FIRM
                   FROM IBMUSER.FIRMANTES
                   WHERE CUENTA_NUM = :HV-CUENTA-FIRM
                   MOVE SPACES            TO HV-CTA-DEST-FPEN
               END-IF
               MOVE WS-MONTO-DECIMAL TO HV-MONTO-FPEN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.FIRMAS_PENDIENTES
                   (CUENTA_NUM, USUARIO_INICIA, TIPO_DESTINO,
                    USUARIO_DESTINO, BANCO_DESTINO, CUENTA_DESTINO,
           MOVE WS-BANCO-DESTINO  TO HV-BANCO-VCOP.
           MOVE WS-CUENTA-EXTERNA TO HV-CUENTA-VCOP.
           MOVE WS-NOMBRE-DESTINO TO HV-NOMBRE-VCOP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT RESULTADO INTO :HV-RESULTADO-VCOP
               FROM IBMUSER.VERIFICACIONES_COP
               WHERE BANCO_DESTINO = :HV-BANCO-VCOP
           END-EXEC.

       7730-BUSCAR-CONSULTA-EN-VIAJE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_VERIF INTO :HV-ID-VCOP
               FROM IBMUSER.VERIFICACIONES_COP
               WHERE BANCO_DESTINO = :HV-BANCO-VCOP
           END-EXEC.

       7740-INSERTAR-CONSULTA-COP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.VERIFICACIONES_COP
               (USUARIO, BANCO_DESTINO, CUENTA_DESTINO,
                NOMBRE_CONSULTADO, ESTADO, RESULTADO, FECHA_ALTA)
           MOVE WS-BANCO-DESTINO  TO HV-BANCO-SAL.
           MOVE WS-CUENTA-EXTERNA TO HV-CTA-DESTINO-SAL.
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO-SAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TRANSF_SALIENTE
               (USUARIO_ORIGEN, CUENTA_NUM, BANCO_DESTINO,
                CUENTA_DESTINO, MONTO, ESTADO, FECHA_CREACION)
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-NOTI.
           MOVE 'P'              TO HV-ESTADO-NOTI.
           MOVE 'T'              TO HV-TIPO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF)
                :HV-TIPO-NOTI)
           END-EXEC.

      *----------------------------------------------------------------*
      * 7770 - SOLICITUD DE PAGO ACEPTADA. La aceptacion en el buzon   *
      * (PBNKIB) no viaja por COMMAREA: la entrada fresca busca la     *
      * ultima solicitud 'A' del cliente, aceptada hace menos de       *
      * WS-MINUTOS-SOLICITUD minutos, y precarga destino, monto y      *
      * concepto con MDT para que vuelvan en el ENTER. Todo lo demas   *
      * (limites, OTP, velocidad) corre igual que en una transferencia *
      * tecleada.                                                      *
      *----------------------------------------------------------------*
       7770-PRECARGAR-SOLICITUD.
           MOVE CG-M-USER TO HV-PAGADOR-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SOLICITANTE, MONTO, CONCEPTO
               INTO :HV-SOLICITANTE-SOLP, :HV-MONTO-SOLP,
                    :HV-CONCEPTO-SOLP
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE PAGADOR = :HV-PAGADOR-SOLP
                 AND ESTADO = 'A'
                 AND FECHA_RESPUESTA >= CURRENT TIMESTAMP
                     - :WS-MINUTOS-SOLICITUD MINUTES
               ORDER BY FECHA_RESPUESTA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-SOLICITANTE-SOLP TO USRDESTO
               MOVE HV-MONTO-SOLP       TO WS-MONTO-SOL-EDIT
               MOVE WS-MONTO-SOL-EDIT   TO MONTOO
               MOVE HV-CONCEPTO-SOLP    TO CONCEPTOO
               MOVE ATTR-UNPROT-MDT     TO USRDESTA
               MOVE ATTR-UNPROT-NUM-MDT TO MONTOA
               MOVE ATTR-UNPROT-MDT     TO CONCEPTOA
               MOVE ' SOLICITUD DE PAGO PRECARGADA - ENTER PARA SEGUIR'
                 TO MSGO
               MOVE ATTR-YELLOW TO MSGC
           END-IF.

      * Transferencia inmediata al solicitante por el monto exacto:
      * la solicitud aceptada mas vieja que coincide queda 'G' con
      * el ID del debito, en la misma unidad de trabajo. Sin
      * solicitud que coincida la transferencia sigue normalmente.
       7780-SALDAR-SOLICITUD.
           MOVE CG-M-USER        TO HV-PAGADOR-SOLP.
           MOVE WS-USER-DESTINO  TO HV-SOLICITANTE-SOLP.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_SOLICITUD INTO :HV-ID-SOLP
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE PAGADOR = :HV-PAGADOR-SOLP
                 AND SOLICITANTE = :HV-SOLICITANTE-SOLP
                 AND MONTO = :HV-MONTO-SOLP
                 AND ESTADO = 'A'
               ORDER BY ID_SOLICITUD
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-ID-MOV-RECIBO TO HV-ID-MOV-SOLP
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.SOLICITUDES_PAGO
                   SET ESTADO = 'G',
                       ID_MOV = :HV-ID-MOV-SOLP
                   WHERE ID_SOLICITUD = :HV-ID-SOLP
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 7750/78xx - TS QUEUE DEL LOTE                                  *
      *================================================================*
      *================================================================*
       8000-BORRAR-CODIGO-OTP-ANTERIOR.
           MOVE CG-M-USER TO HV-USUARIO-COTP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                DELETE FROM IBMUSER.CODIGOS_OTP_TRANSF
                WHERE USUARIO = :HV-USUARIO-COTP
           MOVE CG-M-USER           TO HV-USUARIO-COTP.
           MOVE WS-CODIGO-GENERADO  TO HV-CODIGO-COTP.
           MOVE 'N'                 TO HV-USADO-COTP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                INSERT INTO IBMUSER.CODIGOS_OTP_TRANSF
                (USUARIO, CODIGO, FECHA_GENERACION, USADO)
      * criterio que IBMUSER.CODIGOS_RECUPERACION (SOURCE/PBNKO.cbl).
       8200-LEER-CODIGO-OTP.
           MOVE CG-M-USER TO HV-USUARIO-COTP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT CODIGO, USADO INTO :HV-CODIGO-COTP,
                       :HV-USADO-COTP

       8300-MARCAR-CODIGO-OTP-USADO.
           MOVE CG-M-USER TO HV-USUARIO-COTP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                UPDATE IBMUSER.CODIGOS_OTP_TRANSF SET USADO = 'Y'
                WHERE USUARIO = :HV-USUARIO-COTP
       9060-IR-A-FIRMAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-FIRMAS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE 'BNKT' TO CH-TRANS-RETORNO.
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

       COPY CPYSCRP.
       COPY CPYIMPP.
       COPY CPYIDCP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCBUP.
       COPY CPYPTCP.
       COPY CPYCAMP.
       COPY CPYCHNP.
       COPY CPYRTMP.
