      **   billete chico queda en monedas, fuera del desglose.      **
      ** - Dos pasos con SW-CONFIRMACION, registro en IBMUSER.      **
      **   CAMBIOS_DIVISA y recibo numerado.                        **
      ** - PF6: secuestro de billete falso en PBNKSQ (no integra    **
      **   el desglose ni EFECTIVO_DIVISAS).                        **
      ** - Control de cambios: el cliente (CLIENTE) es              **
      **   obligatorio. La venta del banco consume el cupo          **
      **   mensual de compra de divisa del cliente y se             **
      **   rechaza con una restriccion vigente o sin cupo           **
      **   (COPYS/CPYCAMP.cbl); toda operacion queda en             **
      **   IBMUSER.OPERACIONES_CAMBIO para el informe diario.       **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      ** - Exento del impuesto a los debitos y creditos             **
      **   (EXENCIONES_IDC): es efectivo y solo toca CAMBIOS001.    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIMPW.
       COPY CPYCAMW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           EXEC SQL INCLUDE DCLPOSE END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLRECB END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-DESG-BASE    PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
      * Fecha de negocio: el cupo de divisa se mide por su mes.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-RECIBO-LINEA       PIC X(80) VALUE SPACES.
           05 WS-RECIBO-NRO-ED      PIC 9(9).

      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           MOVE LOW-VALUES TO BKMAPDXO.
           MOVE ' ENTER=COTIZAR CAMBIO PF3=VOLVER' TO LEYENDAO.
           MOVE ' DESGLOSE BASE (EFVO):' TO LBLDESBO.
           MOVE 'CLIENTE:' TO LBLCLIO.
           MOVE 'N' TO SW-CONFIRMACION.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF6 AND NOT CONFIRMACION-PENDIENTE
                   PERFORM 9050-IR-A-SECUESTRO

               WHEN EIBAID = DFHPF1
                   MOVE ' C=BANCO COMPRA V=BANCO VENDE PF6=FALSO'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO MONEDAXA SENTIDOA MONTODXA
               MOVE ATTR-PROT-MDT TO CLIEDXA
               MOVE ATTR-PROT-MDT TO DENOM1A DENOM2A
               MOVE ATTR-PROT-MDT TO DENOM3A DENOM4A
               MOVE ATTR-PROT-MDT TO DENB1A DENB2A
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(MONEDAXI) TO MONEDAXI.
           MOVE FUNCTION UPPER-CASE(SENTIDOI) TO SENTIDOI.
           MOVE FUNCTION UPPER-CASE(CLIEDXI) TO CLIEDXI.
           INSPECT MONEDAXI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SENTIDOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CLIEDXI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO MONEDAXC SENTIDOC MONTODXC.
           MOVE ATTR-NORMAL TO CLIEDXC.

           MOVE MONTODXI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
                   MOVE ATTR-RED TO MONTODXC
                   SET HAY-ERROR-VALIDACION TO TRUE

      * Todo cambio se informa a control de cambios con el cliente
      * identificado.
               WHEN CLIEDXI = SPACES
                   MOVE ' ERROR: INGRESE EL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CLIEDXC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   MOVE WS-VAL-SALIDA-V TO WS-MONTO-DIVISA
                   PERFORM 7050-LEER-TASA
                       MOVE ATTR-RED TO MONEDAXC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       PERFORM 7070-LEER-CLIENTE
                       IF SQLCODE NOT = 0
                           MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
                           MOVE ATTR-RED TO CLIEDXC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       ELSE
                           PERFORM 2350-CALCULAR-Y-DESGLOSAR
                       END-IF
                   END-IF
           END-EVALUATE.
           IF NO-HAY-ERRORES
               PERFORM 2370-CONTROLAR-CUPO
           END-IF.

      * Tasa con spread y desglose obligatorio: la cantidad de
      * billetes de la divisa debe sumar el monto.
               MOVE DENB4I TO WS-DENB4-CANT
           END-IF.

      * Control de cambios: la venta del banco es una compra de
      * divisa del cliente ('A01') y consume su cupo mensual; un
      * cliente con restriccion vigente no compra. La compra del
      * banco ('A02') solo se informa.
       2370-CONTROLAR-CUPO.
           PERFORM 7025-LEER-FECHA-NEGOCIO.
           MOVE CLIEDXI          TO WS-CAM-USUARIO.
           MOVE 'V'              TO WS-CAM-CANAL.
           IF SENTIDOI = 'V'
               MOVE 'C'          TO WS-CAM-SENTIDO
               MOVE 'A01'        TO WS-CAM-CONCEPTO
           ELSE
               MOVE 'V'          TO WS-CAM-SENTIDO
               MOVE 'A02'        TO WS-CAM-CONCEPTO
           END-IF.
           MOVE MONEDAXI         TO WS-CAM-MONEDA.
           MOVE WS-MONTO-DIVISA  TO WS-CAM-MONTO-DIVISA.
           MOVE WS-TASA-APLICADA TO WS-CAM-TASA.
           MOVE WS-FECHA-NEGOCIO TO WS-CAM-FECHA.
           PERFORM 9630-VERIFICAR-CUPO-CAMBIO.
           EVALUATE TRUE
               WHEN CAM-BLOQUEADA
                   MOVE ' CLIENTE INHABILITADO PARA COMPRAR DIVISA'
                     TO MSGO
                   MOVE ATTR-RED TO CLIEDXC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN CAM-EXCEDE-CUPO
                   MOVE WS-CAM-DISPONIBLE TO WS-MONTO-EDITADO
                   INITIALIZE MSGO
                   STRING ' CUPO MENSUAL EXCEDIDO - DISPONIBLE: '
                       DELIMITED BY SIZE
                       WS-MONTO-EDITADO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO MONTODXC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

      *================================================================*
      * 2500 - EJECUCION (SEGUNDO ENTER)                               *
      *================================================================*
               PERFORM 7500-INSERTAR-CAMBIO
           END-IF.

           IF SQLCODE = 0
               MOVE HV-ID-MOV      TO WS-CAM-ID-MOV
               MOVE CG-SUCURSAL-ID TO WS-CAM-SUCURSAL
               MOVE CG-M-USER      TO WS-CAM-AGENTE
               PERFORM 9636-REGISTRAR-OPERACION-CAMBIO
           END-IF.

           IF SQLCODE = 0
               PERFORM 7600-EMITIR-RECIBO
           END-IF.
               MOVE ' CAMBIO REGISTRADO - ENTREGUE EL RECIBO' TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO MONEDAXO SENTIDOO MONTODXO
               MOVE SPACES TO CLIEDXO
               MOVE SPACES TO DENOM1O DENOM2O DENOM3O DENOM4O
               MOVE SPACES TO DENB1O DENB2O DENB3O DENB4O
           ELSE

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO MONEDAXA SENTIDOA MONTODXA.
           MOVE ATTR-NORMAL TO CLIEDXA.
           MOVE ATTR-NORMAL TO DENOM1A DENOM2A DENOM3A DENOM4A.
           MOVE ATTR-NORMAL TO DENB1A DENB2A DENB3A DENB4A.

      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
           END-IF.
           MOVE 0 TO SQLCODE.

       7025-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-TASA.
           MOVE MONEDAXI TO HV-CODIGO-MONEDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.

       7060-LEER-SPREAD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SPREAD_CAMBIO_PCT'
               MOVE 0 TO SQLCODE
           END-IF.

       7070-LEER-CLIENTE.
           MOVE CLIEDXI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7100-LEER-SALDO-INTERNO.
           MOVE WC-CUENTA-CAMBIOS TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Mismo bloqueo optimista de PBNKX 7100.
       7200-ACTUALIZAR-INTERNO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE CG-M-USER           TO HV-AGENTE-ID.
           MOVE WC-CUENTA-CAMBIOS   TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-ID.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7360-INSERTAR-FILA-DESGLOSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.DETALLE_EFECTIVO
               (ID_MOV, DENOMINACION, CANTIDAD)
               VALUES (:HV-ID-MOV-DET, :HV-DENOMINACION,
           ELSE
               MOVE HV-CANTIDAD TO HV-CANTIDAD-POSE
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
               COMPUTE WS-DENOM-CANT-AJUSTE =
                   0 - WS-DENOM-CANT-AJUSTE
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EFECTIVO_DIVISAS
               SET CANTIDAD = CANTIDAD + :WS-DENOM-CANT-AJUSTE
               WHERE SUCURSAL_ID = :CG-SUCURSAL-ID
                 AND DENOMINACION = :WS-DENOM-VALOR
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.EFECTIVO_DIVISAS
                   (SUCURSAL_ID, MONEDA, DENOMINACION, CANTIDAD)
                   VALUES (:CG-SUCURSAL-ID, :HV-CODIGO-MONEDA,
           MOVE HV-ID-MOV        TO HV-ID-MOV-CDIV.
           MOVE CG-M-USER        TO HV-AGENTE-CDIV.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-CDIV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CAMBIOS_DIVISA
               (MONEDA, SENTIDO, MONTO_DIVISA, TASA_APLICADA,
                MONTO_BASE, ID_MOV, AGENTE_ID, SUCURSAL_ID,
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
               EXEC SQL SELECT NRO_RECIBO INTO :HV-NRO-RCB
                   FROM IBMUSER.RECIBOS
                   WHERE ID_MOV = :HV-ID-MOV-RCB
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      * Billete falso detectado en el cambio: se registra en
      * PBNKSQ, que vuelve aca con PF3.
       9050-IR-A-SECUESTRO.
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO.
           MOVE CS-PGM-CAMBIO-DIVISA TO CH-PROGRAMA-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-SECUESTRO)
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
       COPY CPYIMPP.
       COPY CPYCAMP.
       COPY CPYCHNP.
       COPY CPYRTMP.
