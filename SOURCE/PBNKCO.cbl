      **   devueltos que llegan en CHQRET.                          **
      ** - Dos pasos con SW-CONFIRMACION y recibo numerado, como    **
      **   toda operacion de ventanilla.                            **
      ** - Cheque de pago diferido: con FECHA VTO posterior a hoy   **
      **   (tope WS-MAX-DIAS-DIFERIDO) el cheque queda EN CUSTODIA  **
      **   (ESTADO 'C'): valorizado pero sin credito, sin           **
      **   movimiento y sin retencion. FECHA_PRESENTAR es el        **
      **   vencimiento corrido al dia habil (FERIADOS, CPYFERP);    **
      **   ese dia PBNKCR lo acredita con su retencion y lo         **
      **   presenta en CHQSAL. Se imprime constancia de custodia.   **
      ** - PF5: retiro de custodia (NRO CUSTODIA = ID_COBRO) antes  **
      **   de la presentacion; el item queda 'W' y el cheque se     **
      **   devuelve al cliente. PBNKCQ lista el inventario.         **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - El credito 'D' paga el impuesto a los debitos y          **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl) en la       **
      **   misma unidad de trabajo; la custodia no lo paga hasta    **
      **   que PBNKCR acredita el cheque.                           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CPYVALWD.
       COPY CPYFERW.
       COPY CPYIMPW.
       COPY CPYCHNW.
       COPY CPYIDCW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           05 WS-RET-VUELTA         PIC S9(4) COMP VALUE 0.
           05 WS-RECIBO-LINEA       PIC X(80) VALUE SPACES.
           05 WS-RECIBO-NRO-ED      PIC 9(9).
      * Cheque de pago diferido: custodia en vez de deposito.
           05 SW-CUSTODIA           PIC X(01) VALUE 'N'.
              88 ES-CUSTODIA                  VALUE 'S'.
           05 WS-FECHA-VTO          PIC X(10) VALUE SPACES.
           05 WS-FECHA-HOY          PIC X(10) VALUE SPACES.
           05 WS-FECHA-TOPE         PIC X(10) VALUE SPACES.
      * Plazo maximo de un cheque de pago diferido (dias corridos).
           05 WS-MAX-DIAS-DIFERIDO  PIC S9(4) COMP VALUE 360.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPCOO.
           MOVE ' ENTER=DEPOSITAR/CUSTODIA PF5=RETIRO PF3=MENU'
             TO LEYENDAO.
           MOVE 'N' TO SW-CONFIRMACION.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-DEPOSITO

               WHEN EIBAID = DFHPF5 AND NOT CONFIRMACION-PENDIENTE
                   PERFORM 2700-RETIRAR-CUSTODIA

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' ENTER=DEPOSITAR (CON VTO=CUSTODIA) PF5=RETIRO'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

       2100-PREPARAR-DEPOSITO.
           PERFORM 2300-VALIDAR-CAMPOS.
      * Con el posteo cerrado (corte de fin de dia en curso) no
      * entran movimientos nuevos, igual que PBNKX/PBNKT 2510. La
      * custodia no mueve saldo y se admite igual.
           IF NO-HAY-ERRORES AND NOT ES-CUSTODIA
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NO-HAY-ERRORES AND ES-CUSTODIA
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO
               INITIALIZE CONFRMO
               STRING ' CUSTODIAR ' DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   ' VTO ' DELIMITED BY SIZE
                   WS-FECHA-VTO DELIMITED BY SIZE
                   '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                   INTO CONFRMO
               MOVE ' CONFIRME EL INGRESO EN CUSTODIA' TO MSGO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO USRDESTA CUENTAOA BANCOGA
               MOVE ATTR-PROT-MDT TO CTAGIRA NROCHOA MONTOCOA
               MOVE ATTR-PROT-MDT TO FECVTOA
           END-IF.
           IF NO-HAY-ERRORES AND NOT ES-CUSTODIA
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO
               INITIALIZE CONFRMO
               STRING ' ACREDITAR ' DELIMITED BY SIZE
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO USRDESTA CUENTAOA BANCOGA
               MOVE ATTR-PROT-MDT TO CTAGIRA NROCHOA MONTOCOA
               MOVE ATTR-PROT-MDT TO FECVTOA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE 'N' TO SW-CUSTODIA.
           MOVE FUNCTION UPPER-CASE(USRDESTI) TO USRDESTI.
           INSPECT USRDESTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUENTAOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BANCOGI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTAGIRI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT NROCHOI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FECVTOI  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USRDESTC CUENTAOC BANCOGC.
           MOVE ATTR-NORMAL TO CTAGIRC NROCHOC MONTOCOC.
           MOVE ATTR-NORMAL TO FECVTOC.

           MOVE MONTOCOI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
                         TO MSGO
                       MOVE ATTR-RED TO CUENTAOC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       PERFORM 2350-VALIDAR-VENCIMIENTO
                   END-IF
           END-EVALUATE.

      * Sin FECHA VTO, o vencido hoy o antes, es un deposito comun;
      * con vencimiento futuro (dentro del plazo legal) va a custodia.
      * Las fechas ISO se comparan como texto.
       2350-VALIDAR-VENCIMIENTO.
           IF FECVTOI NOT = SPACES
               PERFORM 7050-VALIDAR-FECHA-VTO
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: FECHA VTO INVALIDA (AAAA-MM-DD)'
                         TO MSGO
                       MOVE ATTR-RED TO FECVTOC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-FECHA-VTO > WS-FECHA-TOPE
                       MOVE ' ERROR: VENCIMIENTO FUERA DEL PLAZO LEGAL'
                         TO MSGO
                       MOVE ATTR-RED TO FECVTOC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-FECHA-VTO > WS-FECHA-HOY
                       SET ES-CUSTODIA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2500 - EJECUCION (SEGUNDO ENTER)                               *
      *================================================================*
           PERFORM 2300-VALIDAR-CAMPOS.
      * Con el posteo cerrado (corte de fin de dia en curso) no
      * entran movimientos nuevos, igual que PBNKX/PBNKT 2510.
           IF NO-HAY-ERRORES AND NOT ES-CUSTODIA
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               IF ES-CUSTODIA
                   PERFORM 3500-PERSISTENCIA-CUSTODIA
               ELSE
                   MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL
                   PERFORM 3000-PERSISTENCIA-DATOS
               END-IF
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 2700 - RETIRO DE CUSTODIA (PF5)                                *
      *================================================================*
      * Solo un item todavia en custodia ('C') y del usuario indicado;
      * una vez acreditado por PBNKCR ya no se puede retirar.
       2700-RETIRAR-CUSTODIA.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(USRDESTI) TO USRDESTI.
           INSPECT USRDESTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT IDCUSTI  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USRDESTC IDCUSTC.

           EVALUATE TRUE
               WHEN USRDESTI = SPACES
                   MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
                   MOVE ATTR-RED TO USRDESTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN IDCUSTI = SPACES OR IDCUSTI NOT NUMERIC
                   MOVE ' ERROR: NUMERO DE CUSTODIA INVALIDO' TO MSGO
                   MOVE ATTR-RED TO IDCUSTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   MOVE IDCUSTI TO WS-ID-EDITADO
                   MOVE WS-ID-EDITADO TO HV-ID-CHCO
                   PERFORM 7700-RETIRAR-CUSTODIA
           END-EVALUATE.

           IF NO-HAY-ERRORES
               IF SQLCODE = 0
                   PERFORM 7670-ENCOLAR-RETIRO
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   INITIALIZE MSGO
                   STRING ' CUSTODIA ' DELIMITED BY SIZE
                       WS-ID-EDITADO DELIMITED BY SIZE
                       ' RETIRADA - DEVUELVA EL CHEQUE'
                       DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO IDCUSTO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   IF SQLCODE = 100
                       MOVE ' CUSTODIA INEXISTENTE O YA PRESENTADA'
                         TO MSGO
                   ELSE
                       MOVE ' ERROR AL RETIRAR DE CUSTODIA' TO MSGO
                   END-IF
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - PERSISTENCIA (ACID)                                     *
      *================================================================*
               PERFORM 7300-INSERTAR-MOV-DEPOSITO
           END-IF.

           IF SQLCODE = 0
               PERFORM 3100-IMP-DEBCRED-DEPOSITO
           END-IF.

           IF SQLCODE = 0
               PERFORM 7400-CREAR-RETENCION
           END-IF.
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO USRDESTO CUENTAOO BANCOGO
               MOVE SPACES TO CTAGIRO NROCHOO MONTOCOO FECVTOO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Impuesto a los debitos y creditos sobre el credito 'D'
      * (COPYS/CPYIDCP.cbl), en la unidad de trabajo del deposito.
      * El recibo sigue documentando el saldo que dejo el deposito.
       3100-IMP-DEBCRED-DEPOSITO.
           MOVE USRDESTI         TO WS-IDC-USUARIO.
           MOVE USRDESTI         TO WS-IDC-TITULAR.
           MOVE CUENTAOI         TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-IDC-MONTO.
           MOVE 'N'              TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO   TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID   TO WS-IDC-SUCURSAL.
           MOVE CG-M-USER        TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 3500 - INGRESO EN CUSTODIA (CHEQUE DE PAGO DIFERIDO)           *
      *================================================================*
      * Sin credito ni retencion: solo el item 'C' con su vencimiento
      * y la fecha de presentacion (vencimiento corrido a dia habil).
       3500-PERSISTENCIA-CUSTODIA.
           MOVE WS-FECHA-VTO TO WS-FER-FECHA.
           PERFORM 9870-PROXIMO-DIA-HABIL.

           PERFORM 7550-INSERTAR-ITEM-CUSTODIA.

           IF SQLCODE = 0
               PERFORM 7660-ENCOLAR-CONSTANCIA
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE HV-ID-CHCO TO WS-ID-EDITADO
               INITIALIZE MSGO
               STRING ' CUSTODIA ' DELIMITED BY SIZE
                   WS-ID-EDITADO DELIMITED BY SIZE
                   ' REGISTRADA - SE PRESENTA EL ' DELIMITED BY SIZE
                   HV-FECHA-PRES-CHCO DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO USRDESTO CUENTAOO BANCOGO
               MOVE SPACES TO CTAGIRO NROCHOO MONTOCOO FECVTOO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR LA CUSTODIA' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO USRDESTA CUENTAOA BANCOGA.
           MOVE ATTR-NORMAL TO CTAGIRA NROCHOA MONTOCOA.
           MOVE ATTR-NORMAL TO FECVTOA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
           END-IF.
           MOVE 0 TO SQLCODE.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada; de paso
      * trae hoy y el tope del plazo de pago diferido.
       7050-VALIDAR-FECHA-VTO.
           MOVE FECVTOI TO HV-FECHA-VTO-CHCO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:HV-FECHA-VTO-CHCO), ISO),
                           CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE
                                + :WS-MAX-DIAS-DIFERIDO DAYS, ISO)
               INTO :WS-FECHA-VTO, :WS-FECHA-HOY, :WS-FECHA-TOPE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7100-VALIDAR-CUENTA-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO-CTA.
           MOVE CUENTAOI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
      * Mismo bloqueo optimista de PBNKX 7100.
       7200-ACREDITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE CUENTAOI         TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-DEP  TO HV-CONCEPTO.
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
      * misma mecanica que PBNKX 7230: si el cheque no vuelve antes,
      * PBNKRD libera los fondos a su fecha.
       7400-CREAR-RETENCION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_RETENCION_CHQ'
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           MOVE HV-ID-MOV        TO HV-ID-MOV-RDIS.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-RDIS.
           MOVE WS-FER-FECHA     TO HV-FECHA-LIB-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
               (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                FECHA_LIBERACION, ESTADO, FECHA_ALTA)
                DATE(:HV-FECHA-LIB-RDIS), 'A', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-RET-CHCO
                   FROM SYSIBM.SYSDUMMY1
           END-IF.

       7450-AVANZAR-DIA-HABIL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           MOVE HV-ID-MOV        TO HV-ID-MOV-CHCO.
           MOVE CG-M-USER        TO HV-AGENTE-CHCO.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-CHCO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES_AL_COBRO
               (USUARIO, CUENTA_NUM, BANCO_GIRADO, CUENTA_GIRADA,
                NRO_CHEQUE, MONTO, ESTADO, ID_MOV_DEPOSITO, ID_RET,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CHCO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7550-INSERTAR-ITEM-CUSTODIA.
           MOVE USRDESTI         TO HV-USUARIO-CHCO.
           MOVE CUENTAOI         TO HV-CUENTA-CHCO.
           MOVE BANCOGI          TO HV-BANCO-CHCO.
           MOVE CTAGIRI          TO HV-CTA-GIRADA-CHCO.
           MOVE WS-NRO-CHEQUE    TO HV-NRO-CHEQ-CHCO.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-CHCO.
           MOVE CG-M-USER        TO HV-AGENTE-CHCO.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-CHCO.
           MOVE WS-FECHA-VTO     TO HV-FECHA-VTO-CHCO.
           MOVE WS-FER-FECHA     TO HV-FECHA-PRES-CHCO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES_AL_COBRO
               (USUARIO, CUENTA_NUM, BANCO_GIRADO, CUENTA_GIRADA,
                NRO_CHEQUE, MONTO, ESTADO, ID_MOV_DEPOSITO, ID_RET,
                AGENTE_ID, SUCURSAL_ID, FECHA_DEPOSITO,
                FECHA_VENCIMIENTO, FECHA_PRESENTAR)
               VALUES (:HV-USUARIO-CHCO, :HV-CUENTA-CHCO,
                :HV-BANCO-CHCO, :HV-CTA-GIRADA-CHCO,
                :HV-NRO-CHEQ-CHCO, :HV-MONTO-CHCO, 'C', 0, 0,
                :HV-AGENTE-CHCO, :HV-SUCURSAL-CHCO,
                CURRENT TIMESTAMP, DATE(:HV-FECHA-VTO-CHCO),
                DATE(:HV-FECHA-PRES-CHCO))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CHCO
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
           MOVE WS-RECIBO-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

      * Constancia para el cliente: no hay movimiento, asi que no hay
      * recibo numerado; el NRO CUSTODIA es la referencia del retiro.
       7660-ENCOLAR-CONSTANCIA.
           MOVE SPACES TO WS-RECIBO-LINEA.
           MOVE HV-ID-CHCO TO WS-RECIBO-NRO-ED.
           STRING ' CUSTODIA NRO ' DELIMITED BY SIZE
               WS-RECIBO-NRO-ED  DELIMITED BY SIZE
               ' SUC ' DELIMITED BY SIZE
               CG-SUCURSAL-ID    DELIMITED BY SIZE
               ' CHEQUE DIFERIDO VTO ' DELIMITED BY SIZE
               WS-FECHA-VTO      DELIMITED BY SIZE
               INTO WS-RECIBO-LINEA.
           MOVE WS-RECIBO-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

       7670-ENCOLAR-RETIRO.
           MOVE SPACES TO WS-RECIBO-LINEA.
           MOVE HV-ID-CHCO TO WS-RECIBO-NRO-ED.
           STRING ' CUSTODIA NRO ' DELIMITED BY SIZE
               WS-RECIBO-NRO-ED  DELIMITED BY SIZE
               ' SUC ' DELIMITED BY SIZE
               CG-SUCURSAL-ID    DELIMITED BY SIZE
               ' RETIRADA POR ' DELIMITED BY SIZE
               USRDESTI          DELIMITED BY SIZE
               INTO WS-RECIBO-LINEA.
           MOVE WS-RECIBO-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

      * La guarda ESTADO = 'C' evita retirar lo que PBNKCR ya
      * acredito y presento (SQLCODE 100).
       7700-RETIRAR-CUSTODIA.
           MOVE USRDESTI TO HV-USUARIO-CHCO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CHEQUES_AL_COBRO
               SET ESTADO = 'W',
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_COBRO = :HV-ID-CHCO
                 AND USUARIO = :HV-USUARIO-CHCO
                 AND ESTADO = 'C'
           END-EXEC.

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
       COPY CPYFERP.
       COPY CPYIMPP.
       COPY CPYCHNP.
       COPY CPYIDCP.
       COPY CPYRTMP.
