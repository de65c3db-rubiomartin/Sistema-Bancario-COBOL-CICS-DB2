      ** - La presentacion al cobro la reconoce BATCH/PBNKCP.cbl    **
      **   cuando el item llega en CHQPRE girado contra la cuenta   **
      **   interna GERENCIA01 (ver DDL).                            **
      ** - La comision de emision sale del tarifario central        **
      **   (evento 'CHEQGER' por producto de la cuenta, COPYS/      **
      **   CPYTARP.cbl); sin tarifa publicada rige                  **
      **   COMISION_CHEQUE_GER.                                     **
      ** - La comision de emision lleva factura fiscal numerada y   **
      **   su IVA sale del movimiento 'O' como movimiento '%'       **
      **   propio (COPYS/CPYIVAP.cbl).                              **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIMPW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           05 WS-ID-ANULAR          PIC S9(9) COMP VALUE 0.
           05 WS-ID-EDITADO         PIC 9(8).
      * Comision por emision; valor de fabrica, reemplazado por
      * PARAMETROS (COMISION_CHEQUE_GER) si la fila existe y por la
      * tarifa 'CHEQGER' del tarifario central si la hay.
           05 WS-COMISION           PIC S9(6)V9(2) COMP-3
                                     VALUE 10,00.
           05 WS-RECIBO-LINEA       PIC X(80) VALUE SPACES.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               PERFORM 7300-INSERTAR-MOV-EMISION
           END-IF.

           IF SQLCODE = 0
               PERFORM 7370-FACTURAR-COMISION
           END-IF.

           IF SQLCODE = 0
               PERFORM 7400-INSERTAR-CHEQUE-GER
           END-IF.

           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

           IF SQLCODE = 0
               PERFORM 7500-EMITIR-RECIBO
           END-IF.
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
           MOVE 0 TO SQLCODE.

       7060-LEER-COMISION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_CHEQUE_GER'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-COMISION
           END-IF.
      * Tarifa vigente del evento 'CHEQGER' para el producto de la
      * cuenta (leido en 7100) sobre el monto del cheque
      * (COPYS/CPYTARP.cbl); sin tarifa rige el valor de arriba.
           MOVE 'CHEQGER'        TO WS-TAR-EVENTO.
           MOVE HV-TIPO-CUENTA   TO WS-TAR-TIPO-CTA.
           MOVE CUENTAGI         TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-COMISION
           END-IF.

       7100-VALIDAR-CUENTA-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO-CTA.
           MOVE CUENTAGI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, TIPO_CUENTA
               INTO :HV-SALDO-CTA, :HV-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
      * credito del reintegro (WS-SALDO-NUEVO ya trae el sentido).
       7200-DEBITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           PERFORM 7350-INSERTAR-MOVIMIENTO.

       7350-INSERTAR-MOVIMIENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO)
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

      * La comision viaja dentro del movimiento 'O': la factura
      * fiscal se emite por ella y su IVA sale del 'O' como
      * movimiento '%' propio (COPYS/CPYIVAP.cbl); el debito total
      * al cliente no cambia.
       7370-FACTURAR-COMISION.
           MOVE HV-ID-MOV    TO WS-IVA-ID-MOV.
           MOVE USRDESTI     TO WS-IVA-TITULAR.
           MOVE WS-COMISION  TO WS-IVA-MONTO.
           MOVE 'COMISION CHEQUE GERENCIA' TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

       7400-INSERTAR-CHEQUE-GER.
           MOVE USRDESTI        TO HV-USUARIO-CHGR.
           MOVE CUENTAGI        TO HV-CUENTA-CHGR.
           MOVE CG-M-USER       TO HV-AGENTE-CHGR.
           MOVE CG-SUCURSAL-ID  TO HV-SUCURSAL-CHGR.
           MOVE HV-ID-MOV       TO HV-ID-MOV-CHGR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES_GERENCIA
               (USUARIO, CUENTA_NUM, BENEFICIARIO, MONTO, COMISION,
                ESTADO, AGENTE_ID, SUCURSAL_ID, ID_MOV_EMISION,
                :HV-ID-MOV-CHGR, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CHGR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
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

       7600-LEER-CHEQUE-GER.
           MOVE WS-ID-ANULAR TO HV-ID-CHGR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, MONTO, ESTADO,
                    ID_MOV_EMISION
               INTO :HV-USUARIO-CHGR, :HV-CUENTA-CHGR,

       7650-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-CHGR TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           PERFORM 7350-INSERTAR-MOVIMIENTO.

       7800-MARCAR-ANULADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CHEQUES_GERENCIA
               SET ESTADO = 'A',
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
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
       COPY CPYIMPP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
