      **   mismo movimiento dos veces.                              **
      ** - PF3 cancela la confirmacion pendiente, o vuelve al menu. **
      ** - Utiliza COMMIT/ROLLBACK (SYNCPOINT) para integridad.     **
      ** - Si el movimiento revertido tenia factura fiscal          **
      **   (comision con IVA, DDL/FACTURAS_FISCALES.sql) emite la   **
      **   nota de credito y revierte tambien su movimiento de IVA  **
      **   '%' en la misma unidad de trabajo; el '%' no se revierte **
      **   solo.                                                    **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYVALWD.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.
           03 SW-SIGNO-REVERSION    PIC X     VALUE 'S'.
              88 REVERSION-RESTA              VALUE 'R'.
              88 REVERSION-SUMA               VALUE 'S'.

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               IF SQLCODE NOT = 0
                   MOVE ' MOVIMIENTO NO ENCONTRADO' TO MSGRO
               ELSE
                   EVALUATE TRUE
                       WHEN HV-TIPO-OPER = 'X'
                           MOVE ' NO SE PUEDE REVERSAR UNA REVERSION'
                             TO MSGRO
      * El IVA de una comision solo se revierte junto con ella
      * (nota de credito, 7350).
                       WHEN HV-TIPO-OPER = '%'
                           MOVE ' EL IVA SE REVIERTE CON SU COMISION'
                             TO MSGRO
                       WHEN OTHER
                           PERFORM 7150-VERIFICAR-YA-REVERSADO
                           IF WS-CONTADOR-REV > 0
                               MOVE ' ESTE MOVIMIENTO YA FUE REVERSADO'
                                 TO MSGRO
                           ELSE
                               PERFORM 2400-PREPARAR-CONFIRMACION
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE SPACES            TO HV-DATO-AUX-ACCP.
           MOVE WS-ID-MOV-TEXTO   TO HV-DATO-AUX-ACCP(1:9).
           MOVE CG-M-USER         TO HV-SOLICITADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCIONES_PENDIENTES
               (TIPO_ACCION, USUARIO, DATO_AUX, SOLICITADO_POR,
                FECHA_SOLICITUD, ESTADO)
      * y el movimiento 'X' comparten la unidad de trabajo.            *
      *----------------------------------------------------------------*
       2700-EJECUTAR-CON-APROBACION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'A',
                   APROBADO_POR = :CG-M-USER,
           IF SQLCODE = 0
               PERFORM 7300-INSERTAR-REVERSION
           END-IF.
           IF SQLCODE = 0
               PERFORM 7350-ANULAR-FACTURA
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' MOVIMIENTO REVERSADO CORRECTAMENTE'
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-MOVIMIENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, TIPO_OPER, MONTO, FECHA,
                      USUARIO_REL, SALDO_RESULTANTE, AGENTE_ID,
                      CUENTA_NUM, CHAR(FECHA_VALOR, ISO)

       7150-VERIFICAR-YA-REVERSADO.
           MOVE 0 TO WS-CONTADOR-REV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONTADOR-REV
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV_ORIGEN = :WS-ID-MOV-BUSCADO
           MOVE WS-ID-MOV-BUSCADO TO WS-ID-MOV-TEXTO.
           MOVE SPACES            TO HV-DATO-AUX-ACCP.
           MOVE WS-ID-MOV-TEXTO   TO HV-DATO-AUX-ACCP(1:9).
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ACCION, SOLICITADO_POR
               INTO :HV-ID-ACCP, :HV-SOLICITADO-ACCP
               FROM IBMUSER.ACCIONES_PENDIENTES
           END-EXEC.

      * El efecto original sobre el SALDO se deshace en
      * sentido inverso - 'D'/'R'/'I'/'V'/'L'/'0'/'\'/'@'/'+'/';'/
      * ']'/'|' sumaron, la reversion resta; el
      * resto (retiro 'Z', transferencia saliente 'T', comision 'F')
      * restaron, la reversion suma. El sentido se resuelve una vez
      * (SW-SIGNO-REVERSION) para las dos ramas. Si HV-CUENTA-NUM
      * viene en blanco (fila previa a o una pata sin cuenta propia,
      * p.ej. el destino de una transferencia) se reaplica sobre
      * IBMUSER.CLIENTES en vez de IBMUSER.CUENTAS.
       7200-REAPLICAR-SALDO.
           EVALUATE HV-TIPO-OPER
               WHEN 'I'
               WHEN 'V'
               WHEN 'L'
               WHEN '0'
               WHEN '\'
               WHEN '@'
               WHEN '+'
               WHEN ';'
               WHEN ']'
               WHEN '|'
                   SET REVERSION-RESTA TO TRUE
               WHEN OTHER
                   SET REVERSION-SUMA TO TRUE
           END-EVALUATE.

           IF HV-CUENTA-NUM = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :HV-USUARIO-MOV
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 7210-CALCULAR-SALDO-REVERSO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE USUARIO = :HV-USUARIO-MOV
                   END-EXEC
               END-IF
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO INTO :WS-SALDO-ACTUAL
                   FROM IBMUSER.CUENTAS
                   WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 7210-CALCULAR-SALDO-REVERSO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CUENTAS
                       SET SALDO = :WS-SALDO-NUEVO
                       WHERE NUMERO_CUENTA = :HV-CUENTA-NUM
               END-IF
           END-IF.

       7210-CALCULAR-SALDO-REVERSO.
           IF REVERSION-RESTA
               SUBTRACT HV-MONTO FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
           ELSE
               ADD HV-MONTO TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
           END-IF.

       7300-INSERTAR-REVERSION.
           MOVE WS-ID-MOV-BUSCADO TO HV-ID-MOV-ORIGEN.
           MOVE 'X'              TO HV-TIPO-OPER.
      * La reversion conserva la fecha valor del movimiento
      * original (cargada en 7100) para que el interes se
      * recalcule sobre el periodo correcto.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID,
                DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Si el movimiento revertido tenia factura fiscal (comision, ver
      * DDL/FACTURAS_FISCALES.sql) se emite su nota de credito y se
      * revierte su movimiento '%' de IVA en la misma unidad de
      * trabajo (COPYS/CPYIVAP.cbl); sin factura no hace nada.
       7350-ANULAR-FACTURA.
           MOVE WS-ID-MOV-BUSCADO TO WS-IVA-ID-MOV.
           MOVE CG-SUCURSAL-ID    TO WS-IVA-SUCURSAL.
           MOVE CG-M-USER         TO WS-IVA-AGENTE.
           PERFORM 9660-EMITIR-NOTA-CREDITO.

       7190-FORMATEAR-TIPO.
           EVALUATE HV-TIPO-OPER
               WHEN 'E' MOVE 'REMESA ESTADO' TO WS-TIPO-DISPLAY
               WHEN 'G' MOVE 'EMBARGO'       TO WS-TIPO-DISPLAY
               WHEN 'J' MOVE 'INT. DEUDOR'   TO WS-TIPO-DISPLAY
               WHEN '1' MOVE 'IMP DEB/CRED'  TO WS-TIPO-DISPLAY
               WHEN '2' MOVE 'MULTA CHEQUE'  TO WS-TIPO-DISPLAY
               WHEN '3' MOVE 'MORA PREST.'   TO WS-TIPO-DISPLAY
               WHEN '4' MOVE 'INT. PREST.'   TO WS-TIPO-DISPLAY
               WHEN '7' MOVE 'PAGO TARJ.'    TO WS-TIPO-DISPLAY
               WHEN '0' MOVE 'CANJE PTOS'    TO WS-TIPO-DISPLAY
               WHEN '%' MOVE 'IVA COMISION'  TO WS-TIPO-DISPLAY
               WHEN '\' MOVE 'COBRO QR'      TO WS-TIPO-DISPLAY
               WHEN '/' MOVE 'PAGO QR'       TO WS-TIPO-DISPLAY
               WHEN '$' MOVE 'TRANSF. EXT.'  TO WS-TIPO-DISPLAY
               WHEN '!' MOVE 'MARGEN CAMBIO' TO WS-TIPO-DISPLAY
               WHEN '#' MOVE 'COMIS. EXT.'   TO WS-TIPO-DISPLAY
               WHEN '@' MOVE 'DEVOL. EXT.'   TO WS-TIPO-DISPLAY
               WHEN '&' MOVE 'SUSCRIP. FCI'  TO WS-TIPO-DISPLAY
               WHEN '+' MOVE 'RESCATE FCI'   TO WS-TIPO-DISPLAY
               WHEN '*' MOVE 'PRIMA SEGURO'  TO WS-TIPO-DISPLAY
               WHEN '[' MOVE 'EJECUC. AVAL'  TO WS-TIPO-DISPLAY
               WHEN ']' MOVE 'COBRO DEBITO'  TO WS-TIPO-DISPLAY
               WHEN '|' MOVE 'ECHEQ CREDITO' TO WS-TIPO-DISPLAY
               WHEN ';' MOVE 'HABER PREVIS.' TO WS-TIPO-DISPLAY
               WHEN '_' MOVE 'DEVOL. PREVIS.' TO WS-TIPO-DISPLAY
               WHEN OTHER MOVE 'DESCONOCIDO' TO WS-TIPO-DISPLAY
           END-EVALUATE.

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
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
