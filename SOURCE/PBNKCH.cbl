      **   sin pagar; un cheque frenado rebota en el clearing de    **
      **   BATCH/PBNKCP.cbl.                                        **
      ** - Doble verificacion (confirmacion) para la emision.       **
      ** - La emision se suspende mientras el titular tenga         **
      **   CHEQUES_RECHAZO_MAXIMO (IBMUSER.PARAMETROS, 5 de         **
      **   fabrica) o mas cheques rechazados impagos en             **
      **   IBMUSER.CHEQUES_RECHAZADOS (sin contar los frenados).    **
      ** - PF8 (solo personal) registra que el librador cubrio el   **
      **   cheque rechazado NROCHQ: el rechazo pasa a 'C' y         **
      **   BATCH/PBNKCK.cbl lo informa al banco central para la     **
      **   baja de la central de deudores.                          **
      ** - PF9 pasa a los cheques electronicos de la cuenta         **
      **   (SOURCE/PBNKEQ.cbl), clientes y personal. Sus rechazos   **
      **   tambien cuentan para la suspension; PF8 cubre solo       **
      **   cheques de papel.                                        **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           05 WS-NRO-DESDE          PIC S9(9) COMP VALUE 0.
           05 WS-NRO-HASTA          PIC S9(9) COMP VALUE 0.
           05 WS-NRO-FRENAR         PIC S9(9) COMP VALUE 0.
           05 WS-NRO-CUBRIR         PIC S9(9) COMP VALUE 0.
      * Suspension de chequeras por rechazos impagos del titular.
           05 WS-TITULAR-CUENTA     PIC X(8)  VALUE SPACES.
           05 WS-RECHAZOS-PEND      PIC S9(7) COMP-3 VALUE 0.
           05 WS-RECHAZOS-MAXIMO    PIC S9(7) COMP-3 VALUE 5.
           05 WS-VALOR-PARAM        PIC S9(9)V9(6) COMP-3 VALUE 0.
           05 WS-INDICE             PIC S9(9) COMP.
           05 WS-EMITIDOS           PIC S9(7) COMP-3 VALUE 0.
           05 WS-FRENADOS           PIC S9(7) COMP-3 VALUE 0.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHEN EIBAID = DFHPF7 AND USUARIO-EMPLEADO
                   PERFORM 9060-IR-A-CHEQUES-COBRO

      * Cheque rechazado cubierto por el librador, solo personal.
               WHEN EIBAID = DFHPF8 AND USUARIO-EMPLEADO
                   PERFORM 2600-CUBRIR-RECHAZO

      * Cheques electronicos de la cuenta, clientes y personal.
               WHEN EIBAID = DFHPF9
                   PERFORM 9070-IR-A-ECHEQUES

               WHEN EIBAID = DFHPF3
                   PERFORM 2200-TRATAR-SALIDA

               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2320-VERIFICAR-SUSPENSION
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE 'N' TO SW-CONFIRMACION
           END-IF.

       2320-VERIFICAR-SUSPENSION.
           PERFORM 7400-CONTAR-RECHAZOS.
           IF WS-RECHAZOS-PEND >= WS-RECHAZOS-MAXIMO
               MOVE WS-RECHAZOS-PEND TO WS-CANT-EDIT
               MOVE WS-CANT-EDIT TO WS-TRIM-STR-IN
               MOVE 4 TO WS-TRIM-MAX-LEN
               PERFORM 9950-ELIMINAR-ESPACIOS-IZQ
               INITIALIZE MSGO
               STRING ' CHEQUERAS SUSPENDIDAS: ' DELIMITED BY SIZE
                   WS-TRIM-STR-OUT DELIMITED BY SPACE
                   ' RECHAZOS IMPAGOS' DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

       2350-PREPARAR-CONFIRMACION.
           MOVE ' CONFIRME: ENTER=SI PF3=CANCELAR' TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.
               END-IF
           END-IF.

      *================================================================*
      * 2600 - CHEQUE RECHAZADO CUBIERTO POR EL LIBRADOR               *
      *================================================================*
       2600-CUBRIR-RECHAZO.
           MOVE ATTR-NORMAL TO NROCHQC.
           MOVE NROCHQI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.

           IF VAL-HAY-ERROR OR WS-VAL-SALIDA = 0
               MOVE ' ERROR: INGRESE EL NRO DE CHEQUE CUBIERTO'
                 TO MSGO
               MOVE ATTR-RED TO NROCHQC
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-NRO-CUBRIR
               PERFORM 7500-CUBRIR-RECHAZO-DB2
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' RECHAZO CUBIERTO, SE INFORMARA AL BCRA'
                     TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO NROCHQO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' EL CHEQUE NO TIENE RECHAZOS PENDIENTES'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - RESUMEN DEL REGISTRO DE LA CUENTA                       *
      *================================================================*
       3000-INFORMAR-REGISTRO.
           MOVE 0 TO WS-EMITIDOS WS-FRENADOS.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-CHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(CASE WHEN ESTADO = 'E' THEN 1 ELSE 0
                     END), 0),
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7000-LEER-SALDO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
       7100-ULTIMO-NUMERO.
           MOVE 0 TO WS-NRO-HASTA.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-CHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(MAX(NRO_CHEQUE), 0)
               INTO :WS-NRO-HASTA
               FROM IBMUSER.CHEQUES
           MOVE CG-CUENTA-NUM TO HV-CUENTA-CHEQ.
           MOVE WS-INDICE     TO HV-NRO-CHEQ.
           MOVE 'E'           TO HV-ESTADO-CHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES
               (CUENTA_NUM, NRO_CHEQUE, ESTADO, FECHA_EMISION)
               VALUES (:HV-CUENTA-CHEQ, :HV-NRO-CHEQ,
       7300-FRENAR-CHEQUE-DB2.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-CHEQ.
           MOVE WS-NRO-FRENAR TO HV-NRO-CHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CHEQUES
               SET ESTADO = 'S'
               WHERE CUENTA_NUM = :HV-CUENTA-CHEQ
                 AND ESTADO = 'E'
           END-EXEC.

      * Rechazos impagos del titular en todas sus cuentas; el tope
      * sale de PARAMETROS (sin fila rige el de fabrica).
       7400-CONTAR-RECHAZOS.
           MOVE 0 TO WS-RECHAZOS-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CHEQUES_RECHAZO_MAXIMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-VALOR-PARAM TO WS-RECHAZOS-MAXIMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO INTO :WS-TITULAR-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :CG-CUENTA-NUM
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT COUNT(*) INTO :WS-RECHAZOS-PEND
                   FROM IBMUSER.CHEQUES_RECHAZADOS
                   WHERE USUARIO = :WS-TITULAR-CUENTA
                     AND ESTADO = 'P'
                     AND MOTIVO <> 'S'
               END-EXEC
           END-IF.

       7500-CUBRIR-RECHAZO-DB2.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-CHEQ.
           MOVE WS-NRO-CUBRIR TO HV-NRO-CHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CHEQUES_RECHAZADOS
               SET ESTADO = 'C',
                   FECHA_CUBIERTO = CURRENT TIMESTAMP
               WHERE CUENTA_NUM = :HV-CUENTA-CHEQ
                 AND NRO_CHEQUE = :HV-NRO-CHEQ
                 AND TIPO_CHEQUE = 'P'
                 AND ESTADO = 'P'
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
       9050-IR-A-CHEQUE-GERENCIA.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CHEQUE-GER)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9060-IR-A-CHEQUES-COBRO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CHEQUES-COBRO)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9070-IR-A-ECHEQUES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-ECHEQUES)
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
       COPY CPYRTMP.
