      **   ADELANTOS_SUELDO.                                        **
      ** - El cobro es automatico: BATCH/PBNKNO.cbl intercepta el   **
      **   proximo credito de haberes (ver 3250 alla).              **
      ** - La comision sale del tarifario central (evento           **
      **   'ADELANTO' por producto, COPYS/CPYTARP.cbl); sin tarifa  **
      **   publicada rige ADELANTO_COMISION_PCT.                    **
      ** - La comision se factura (factura fiscal numerada, IVA     **
      **   incluido segun la condicion del cliente) al acreditar el **
      **   adelanto; se cobra luego con el pendiente.               **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2150-CALCULAR-COMISION
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO
               INITIALIZE CONFRMO
               STRING ' ADELANTAR ' DELIMITED BY SIZE
               MOVE ATTR-PROT-MDT TO CUENTADA MONTOADA
           END-IF.

      * Tarifa vigente del evento 'ADELANTO' para el producto de la
      * cuenta (leido en 7100) sobre el monto adelantado
      * (COPYS/CPYTARP.cbl); sin tarifa rige ADELANTO_COMISION_PCT.
       2150-CALCULAR-COMISION.
           MOVE 'ADELANTO'       TO WS-TAR-EVENTO.
           MOVE HV-TIPO-CUENTA   TO WS-TAR-TIPO-CTA.
           MOVE CUENTADI         TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE SPACES           TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-COMISION-CALC
           ELSE
               COMPUTE WS-COMISION-CALC ROUNDED =
                   WS-MONTO-DECIMAL * WS-PCT-COMISION / 100
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           INSPECT CUENTADI REPLACING ALL LOW-VALUES BY SPACES.
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2150-CALCULAR-COMISION
               MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL
               PERFORM 3000-PERSISTENCIA-DATOS
           END-IF.
               PERFORM 7700-INSERTAR-ADELANTO
           END-IF.

           IF SQLCODE = 0
               PERFORM 7750-FACTURAR-COMISION
           END-IF.

           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' ADELANTO ACREDITADO' TO MSGO
      *================================================================*
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT POSTEO_CERRADO
               INTO :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
           MOVE 0 TO SQLCODE.

       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ADELANTO_PCT_SUELDO'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PCT-SUELDO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ADELANTO_TOPE'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TOPE-ADELANTO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ADELANTO_COMISION_PCT'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PCT-COMISION
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MESES_INGRESO_NOMINA'
       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CUENTADI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, TIPO_CUENTA
               INTO :HV-SALDO-CTA, :HV-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
      * mismo criterio que PBNKLO 7380.
       7300-LEER-INGRESO-NOMINA.
           MOVE 0 TO WS-INGRESO-MENSUAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                    / :WS-MESES-INGRESO
               INTO :WS-INGRESO-MENSUAL

       7400-CONTAR-ACTIVOS.
           MOVE 0 TO WS-CANT-ACTIVOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ACTIVOS
               FROM IBMUSER.ADELANTOS_SUELDO
               WHERE USUARIO = :CG-M-USER
      * Mismo bloqueo optimista de PBNKX 7100.
       7500-ACREDITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           MOVE CUENTADI         TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-ADELANTO TO HV-CONCEPTO.
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
           COMPUTE HV-PENDIENTE-ADEL =
               WS-MONTO-DECIMAL + WS-COMISION-CALC.
           MOVE HV-ID-MOV        TO HV-ID-MOV-ADEL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ADELANTOS_SUELDO
               (USUARIO, CUENTA_NUM, MONTO, COMISION,
                MONTO_PENDIENTE, ESTADO, ID_MOV_ALTA, FECHA_ALTA)
                CURRENT TIMESTAMP)
           END-EXEC.

      * La comision se devenga al acreditar el adelanto (se cobra
      * despues, dentro de MONTO_PENDIENTE): la factura fiscal se
      * emite hoy sobre el movimiento 'A', solo factura, sin
      * movimiento '%' (COPYS/CPYIVAP.cbl).
       7750-FACTURAR-COMISION.
           MOVE HV-ID-MOV        TO WS-IVA-ID-MOV.
           MOVE CG-M-USER        TO WS-IVA-TITULAR.
           MOVE WS-COMISION-CALC TO WS-IVA-MONTO.
           MOVE 'COMISION ADELANTO DE SUELDO' TO WS-IVA-CONCEPTO.
           SET IVA-SOLO-FACTURA  TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

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
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
