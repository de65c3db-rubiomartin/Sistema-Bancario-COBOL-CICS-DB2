      **   PENALIDAD_RESCATE_PF de PARAMETROS (100 = sin interes),  **
      **   con su propio movimiento 'U' para el asiento de PBNKGL,  **
      **   recibo numerado y la fila del plazo en estado 'R'.       **
      ** - Condicion negociada: una tasa de IBMUSER.CONDICIONES_    **
      **   ESPECIALES (tipo 'P', aprobada y vigente, de la cuenta o **
      **   del titular) reemplaza TASA_PLAZO_FIJO; se muestra en    **
      **   pantalla, se congela en el plazo y el interes extra de   **
      **   todo el plazo se suma a su COSTO_ACUMULADO al constituir.**
      ** - Plazo fijo en UVA (UNIDAD='UVA', blanco o ARS = pesos):  **
      **   el capital se convierte a unidades al indice de la fecha **
      **   de negocio (IBMUSER.VALORES_UVA; sin indice no se        **
      **   constituye), a TASA_PLAZO_FIJO_UVA y con un plazo minimo **
      **   de PLAZO_MINIMO_UVA dias, sin condicion negociada.       **
      **   PBNKPV lo paga al indice del vencimiento. No admite      **
      **   rescate anticipado (PF6).                                **
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
       COPY CPYCNDW.
       COPY CPYUVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * si la fila existe.
           05 WS-TASA-PLAZO         PIC S9(3)V9(6) COMP-3
                                     VALUE 0,000800.
      * Tasa del producto sin condicion negociada; la diferencia con
      * WS-TASA-PLAZO es el costo de la condicion.
           05 WS-TASA-ESTANDAR      PIC S9(3)V9(6) COMP-3 VALUE 0.
      * Rescate anticipado (PF6, ver 2600). La penalidad es el
      * porcentaje del interes devengado que se PIERDE; valor de
      * fabrica 100 (sin interes), configurable via PARAMETROS
                                     VALUE 100,00.
           05 WS-RECIBO-LINEA       PIC X(80) VALUE SPACES.
           05 WS-RECIBO-NRO-ED      PIC 9(9).
      * Plazo fijo en UVA (2320). Tasa diaria sobre unidades y plazo
      * minimo: valores de fabrica, 7060 los reemplaza por
      * PARAMETROS. Capital en unidades al indice del dia
      * (WS-UVA-VALOR).
           05 WS-UNIDAD             PIC X(3)  VALUE 'ARS'.
              88 PLAZO-EN-UVA                 VALUE 'UVA'.
           05 WS-TASA-PLAZO-UVA     PIC S9(3)V9(6) COMP-3
                                     VALUE 0,000027.
           05 WS-PLAZO-MINIMO-UVA   PIC S9(4) COMP VALUE 90.
           05 WS-MONTO-UVA          PIC S9(9)V9(4) COMP-3 VALUE 0.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      * Plazo minimo y maximo admitidos, en dias.
           03  WC-PLAZO-MINIMO      PIC S9(4) COMP VALUE 30.
           03  WC-PLAZO-MAXIMO      PIC S9(4) COMP VALUE 720.
           03  WC-MSG-TASA-ESPECIAL PIC X(60)
               VALUE ' PLAZO FIJO CONSTITUIDO A TASA ESPECIAL'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
      * La tasa vigente se resuelve en cada tarea: WORKING-STORAGE
      * no sobrevive la pseudo-conversacion.
           PERFORM 7060-LEER-PARAMETROS.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
           MOVE 'N' TO SW-ERRORES.
           MOVE ATTR-NORMAL TO MONTOC.
           MOVE ATTR-NORMAL TO PLAZOC.
           MOVE ATTR-NORMAL TO UNIDADC.
           MOVE SPACES TO MSGO.

           MOVE MONTOI TO WS-VAL-ENTRADA.
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2320-VALIDAR-UNIDAD
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE 'N' TO SW-CONFIRMACION
           END-IF.

      * Pesos (blanco/ARS) o UVA. Un plazo UVA necesita el indice de
      * la fecha de negocio, va a la tasa UVA sin condicion
      * negociada y tiene su propio plazo minimo.
       2320-VALIDAR-UNIDAD.
           INSPECT UNIDADI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(UNIDADI) TO UNIDADI.
           IF UNIDADI = SPACES
               MOVE 'ARS' TO WS-UNIDAD
           ELSE
               MOVE UNIDADI TO WS-UNIDAD
           END-IF.
           EVALUATE TRUE
               WHEN WS-UNIDAD NOT = 'ARS' AND NOT PLAZO-EN-UVA
                   MOVE ' ERROR: UNIDAD ADMITIDA ARS O UVA' TO MSGO
                   MOVE ATTR-RED TO UNIDADC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN PLAZO-EN-UVA
                       AND WS-PLAZO-DIAS < WS-PLAZO-MINIMO-UVA
                   MOVE WS-PLAZO-MINIMO-UVA TO WS-CANT-ED
                   MOVE WS-CANT-ED TO WS-TRIM-STR-IN
                   MOVE 4 TO WS-TRIM-MAX-LEN
                   PERFORM 9950-ELIMINAR-ESPACIOS-IZQ
                   INITIALIZE MSGO
                   STRING ' ERROR: PLAZO UVA MINIMO ' DELIMITED BY SIZE
                       WS-TRIM-STR-OUT DELIMITED BY SPACE
                       ' DIAS' DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO PLAZOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN PLAZO-EN-UVA
                   PERFORM 7070-LEER-INDICE-UVA
                   IF SQLCODE NOT = 0 OR WS-UVA-VALOR NOT > 0
                       MOVE ' ERROR: SIN INDICE UVA DEL DIA' TO MSGO
                       MOVE ATTR-RED TO UNIDADC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE WS-TASA-PLAZO-UVA TO WS-TASA-PLAZO
                       MOVE WS-TASA-PLAZO-UVA TO WS-TASA-ESTANDAR
                       MOVE 'N' TO WS-CND-HALLADA
                       COMPUTE WS-MONTO-UVA ROUNDED =
                           WS-MONTO-DECIMAL / WS-UVA-VALOR
                   END-IF
           END-EVALUATE.

       2400-PREPARAR-CONFIRMACION.
           MOVE ' CONFIRME: ENTER=SI PF3=CANCELAR' TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.
               PLAZOI                         DELIMITED BY SPACE
               ' DIAS?'                       DELIMITED BY SIZE
               INTO CONFRMO.
           IF PLAZO-EN-UVA
               INITIALIZE CONFRMO
               STRING ' CONSTITUIR PLAZO FIJO UVA DE $'
                   DELIMITED BY SIZE
                   WS-TRIM-STR-OUT            DELIMITED BY SPACES
                   ' A '                      DELIMITED BY SIZE
                   PLAZOI                     DELIMITED BY SPACE
                   ' DIAS (SIN RESCATE)?'     DELIMITED BY SIZE
                   INTO CONFRMO
           END-IF.

           MOVE 'S' TO SW-CONFIRMACION.
           MOVE ATTR-PROT-MDT TO MONTOA.
           MOVE ATTR-PROT-MDT TO PLAZOA.
           MOVE ATTR-PROT-MDT TO UNIDADA.

       2500-EJECUTAR-NEGOCIO.
           SET OPERACION-FALLIDA TO TRUE.
                   MOVE SPACES       TO MONTOO
                   MOVE SPACES       TO PLAZOO
                   MOVE SPACES       TO INSTVENO
                   MOVE SPACES       TO UNIDADO
                   MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
                   PERFORM 3000-INFORMAR-ABIERTOS
                   SET ENVIO-ERASE   TO TRUE
                   MOVE ATTR-RED TO RESCIDC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
      * Un plazo UVA se paga solo al vencimiento (PBNKPV).
               IF NO-HAY-ERRORES AND HV-UNIDAD-PLZF = 'UVA'
                   MOVE ' PLAZO UVA SIN RESCATE ANTICIPADO' TO MSGO
                   MOVE ATTR-RED TO RESCIDC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
      * Un plazo prendado como garantia de un prestamo vivo
      * (IBMUSER.GARANTIAS 'A', ver PBNKGA) tampoco se rescata
      * anticipado: mismo bloqueo que PBNKPV aplica al
      *================================================================*
       3000-INFORMAR-ABIERTOS.
           MOVE 0 TO WS-CANT-ABIERTOS WS-TOTAL-ABIERTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(MONTO), 0)
               INTO :WS-CANT-ABIERTOS, :WS-TOTAL-ABIERTO
               FROM IBMUSER.PLAZOS_FIJOS
               PERFORM 7200-INSERTAR-HISTORIAL
               IF SQLCODE = 0
                   PERFORM 7500-INSERTAR-PLAZO-FIJO
                   IF SQLCODE = 0 AND CND-HALLADA
                       PERFORM 3150-COSTO-CONDICION
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       SET OPERACION-EXITOSA TO TRUE
                       MOVE ' PLAZO FIJO CONSTITUIDO' TO WS-MSG-EXITO
                       IF CND-HALLADA
                           MOVE WC-MSG-TASA-ESPECIAL TO WS-MSG-EXITO
                       END-IF
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL REGISTRAR EL PLAZO FIJO' TO MSGO
               END-IF
           END-IF.

      * Interes extra comprometido por todo el plazo frente a la tasa
      * del producto.
       3150-COSTO-CONDICION.
           COMPUTE WS-CND-COSTO ROUNDED = WS-MONTO-DECIMAL
               * (WS-TASA-PLAZO - WS-TASA-ESTANDAR) * WS-PLAZO-DIAS.
           PERFORM 9975-ACUMULAR-COSTO-COND.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-UNPROT-NUM-MDT TO MONTOA.
           MOVE ATTR-UNPROT-NUM-MDT TO PLAZOA.
           MOVE ATTR-UNPROT-MDT     TO UNIDADA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      * PARAMETROS; una fila ausente deja el valor de fabrica
      * declarado arriba.
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PLAZO_FIJO'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PLAZO
           END-IF.
           MOVE WS-TASA-PLAZO TO WS-TASA-ESTANDAR.
      * Condicion negociada vigente de la cuenta o de su titular.
           MOVE CG-CUENTA-TITULAR TO WS-CND-USUARIO.
           MOVE CG-CUENTA-NUM     TO WS-CND-CUENTA.
           MOVE 'P'               TO WS-CND-TIPO.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-TASA TO WS-TASA-PLAZO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PLAZO_FIJO_UVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PLAZO-UVA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PLAZO_MINIMO_UVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PLAZO-MINIMO-UVA
           END-IF.

      * Indice UVA de la fecha de negocio (sin fila de
      * FECHA_NEGOCIO rige la fecha del sistema).
       7070-LEER-INDICE-UVA.
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

      * Bloqueos de debito previos, mismos criterios que PBNKX/
      * PBNKT 2510: posteo cerrado (FECHA_NEGOCIO), cuenta
      * sobregiro.
       7030-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO

           IF NO-HAY-ERRORES
               MOVE 'N' TO HV-CONGELADA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CONGELADA INTO :HV-CONGELADA
                   FROM IBMUSER.ESCHEAT_ETAPAS
                   WHERE USUARIO = :CG-CUENTA-TITULAR

       7090-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP

       7091-LEER-EMBARGADO.
           MOVE 0 TO WS-EMBARGADO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
               INTO :WS-EMBARGADO-ACTIVO
           END-EXEC.

       7092-VERIFICAR-MOROSIDAD.
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
           END-IF.

       7000-LEER-SALDO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
      * SALDO): solo aplica si SALDO sigue siendo el de la re-lectura.
       7100-UPDATE-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE CG-CUENTA-NUM    TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-CONST TO HV-CONCEPTO.
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

       7500-INSERTAR-PLAZO-FIJO.
      * El titular del plazo fijo es el dueno real de la cuenta
           MOVE WS-PLAZO-DIAS     TO HV-PLAZO-DIAS-PLZF.
           MOVE 'A'               TO HV-ESTADO-PLZF.
           MOVE WS-INSTRUCCION    TO HV-INSTR-VENC-PLZF.
           MOVE WS-UNIDAD         TO HV-UNIDAD-PLZF.
           IF PLAZO-EN-UVA
               MOVE WS-MONTO-UVA  TO HV-MONTO-UVA-PLZF
               MOVE WS-UVA-VALOR  TO HV-UVA-ALTA-PLZF
               MOVE WS-UVA-VALOR  TO HV-UVA-AJUSTE-PLZF
           ELSE
               MOVE 0             TO HV-MONTO-UVA-PLZF
               MOVE 0             TO HV-UVA-ALTA-PLZF
               MOVE 0             TO HV-UVA-AJUSTE-PLZF
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PLAZOS_FIJOS
               (USUARIO, CUENTA_NUM, MONTO, TASA, PLAZO_DIAS,
                FECHA_APERTURA, FECHA_VENCIMIENTO, ESTADO,
                INSTRUCCION_VENC, UNIDAD, MONTO_UVA, VALOR_UVA_ALTA,
                VALOR_UVA_AJUSTE)
               VALUES (:HV-USUARIO-PLZF, :HV-CUENTA-PLZF,
                :HV-MONTO-PLZF, :HV-TASA-PLZF, :HV-PLAZO-DIAS-PLZF,
                CURRENT DATE,
                CURRENT DATE + :HV-PLAZO-DIAS-PLZF DAYS,
                :HV-ESTADO-PLZF, :HV-INSTR-VENC-PLZF, :HV-UNIDAD-PLZF,
                :HV-MONTO-UVA-PLZF, :HV-UVA-ALTA-PLZF,
                :HV-UVA-AJUSTE-PLZF)
           END-EXEC.

      * Solo un plazo de la cuenta de la sesion es rescatable
      * desde aca - mismo alcance que la constitucion.
       7600-LEER-PLAZO-RESCATE.
           MOVE WS-ID-RESCATE TO HV-ID-PLZF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, MONTO, TASA,
                    PLAZO_DIAS, ESTADO, UNIDAD
               INTO :HV-USUARIO-PLZF, :HV-CUENTA-PLZF,
                    :HV-MONTO-PLZF, :HV-TASA-PLZF,
                    :HV-PLAZO-DIAS-PLZF, :HV-ESTADO-PLZF,
                    :HV-UNIDAD-PLZF
               FROM IBMUSER.PLAZOS_FIJOS
               WHERE ID_PLAZO = :HV-ID-PLZF
                 AND CUENTA_NUM = :CG-CUENTA-NUM
           END-EXEC.

       7650-LEER-PENALIDAD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PENALIDAD_RESCATE_PF'

       7660-VERIFICAR-PRENDA-RESCATE.
           MOVE 0 TO WS-CANT-PRENDAS-PF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PRENDAS-PF
               FROM IBMUSER.GARANTIAS
               WHERE ID_PLAZO = :HV-ID-PLZF

       7680-CALCULAR-DIAS-TRANSC.
           MOVE 0 TO WS-DIAS-TRANSC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DAYS(CURRENT DATE)
                    - DAYS(FECHA_APERTURA)
               INTO :WS-DIAS-TRANSC
           MOVE CG-CUENTA-NUM    TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-RESC TO HV-CONCEPTO.
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
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

       7800-MARCAR-RESCATADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PLAZOS_FIJOS
               SET ESTADO = 'R',
                   FECHA_PAGO = CURRENT TIMESTAMP
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
       COPY CPYCNDP.
       COPY CPYUVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
