      **   BATCH/PBNKAT.cbl la liquida contra el archivo ATMSET o   **
      **   la caduca si el hold vence sin item. Los rechazos        **
      **   tambien quedan registrados ('D') con su codigo.          **
      ** - Tarjeta de credito (TARJETAS.TIPO_TARJETA 'C'): el       **
      **   disponible es el de la linea (IBMUSER.CUENTAS_TARJETA:   **
      **   LIMITE_CREDITO - SALDO_DEUDA - autorizaciones 'A' aun    **
      **   sin liquidar) en vez del SALDO; cuenta TC dada de baja = **
      **   62. La aprobacion no deja retencion (ID_RET 0): la       **
      **   propia autorizacion 'A' consume la linea hasta que       **
      **   PBNKAT la liquida o la caduca.                           **
      ** - Retiro sin tarjeta (AU-SIN-TARJETA): el cliente          **
      **   reservo el monto en SOURCE/PBNKST.cbl y recibio un       **
      **   codigo de un solo uso. El retiro se busca por su numero  **
      **   (AU-TARJETA) en IBMUSER.RETIROS_SIN_TARJETA:             **
      **   inexistente 14; usado, vencido o con el hold ya          **
      **   liberado 54; codigo errado 55 (MAX_INTENTOS_RETIRO_ST    **
      **   errados lo bloquean y liberan el hold); monto distinto   **
      **   del reservado 13; posteo cerrado por el cierre 91;       **
      **   titular fallecido 62; tope diario del cliente 61.        **
      ** - Aprobado: el codigo se consume, el hold se libera y la   **
      **   cuenta se debita en el acto ('Z' ATM RETIRO SIN          **
      **   TARJETA); la autorizacion nace 'L' con su ID_MOV y       **
      **   PBNKAT solo la concilia contra el item del switch.       **
      **   Sobre ese debito se cobra el impuesto a los debitos y    **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl).            **
      ** - Toda autorizacion guarda el cajero que la pidio          **
      **   (AU-TERMINAL en ATM_ID) para el pronostico de efectivo   **
      **   de BATCH/PBNKAE.cbl.                                     **
      ** - Fe de vida previsional: un PIN correcto prueba la        **
      **   presencia del titular; si es jubilado/pensionado (ver    **
      **   DDL/PREVISION_SOCIAL.sql) se renueva su FECHA_FE_VIDA    **
      **   (canal 'T') en la misma unidad de trabajo, se apruebe o  **
      **   no la operacion, y un suspendido vuelve a 'A'.           **
      ** - Codigos de respuesta: ver DDL/AUTORIZACIONES.sql.        **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       COPY CPYAUTCA.
       COPY CPYHSHWD.
       COPY CPYCHNW.
       COPY CPYIDCW.
       COPY DFHAID.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLAUTZ END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLRSTJ END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

           05 WS-SALDO-ACTUAL       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RETENIDO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE         PIC S9(10)V9(2) COMP-3 VALUE 0.
      * Autorizaciones de credito aprobadas aun no liquidadas.
           05 WS-AUTORIZADO-PEND    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-HOY     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-TARJ    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-LIMITE-DIARIO      PIC S9(8)V9(2) COMP-3 VALUE 0.
      * via IBMUSER.PARAMETROS (DIAS_HOLD_AUTORIZ).
           05 WS-DIAS-HOLD          PIC S9(4) COMP VALUE 3.
           05 WS-FECHA-LIBERACION   PIC X(10) VALUE SPACES.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
      * Retiro sin tarjeta: numero que manda el gateway, debito
      * posteado y tope de codigos errados (MAX_INTENTOS_RETIRO_ST).
           05 WS-NRO-RETIRO         PIC 9(16) VALUE 0.
           05 WS-SALDO-NUEVO        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV-RETIRO      PIC S9(9) COMP VALUE 0.
           05 WS-MAX-INTENTOS-RST   PIC S9(4) COMP VALUE 3.
           05 SW-RETIRO-VENCIDO     PIC X(01) VALUE 'N'.
              88 RETIRO-VENCIDO               VALUE 'S'.
           05 SW-RETIRO-BLOQUEADO   PIC X(01) VALUE 'N'.
              88 RETIRO-BLOQUEADO             VALUE 'S'.

       01  WS-CONTROL.
           03 SW-AUTORIZACION       PIC X     VALUE 'N'.
           03  WC-RESP-LIMITE       PIC X(2)  VALUE '61'.
           03  WC-RESP-RESTRINGIDA  PIC X(2)  VALUE '62'.
           03  WC-RESP-ERROR        PIC X(2)  VALUE '96'.
           03  WC-RESP-MONTO        PIC X(2)  VALUE '13'.
           03  WC-RESP-CERRADO      PIC X(2)  VALUE '91'.
      * Largo de la COMMAREA de los gateways sin la extension de
      * retiro sin tarjeta, y con ella pero sin terminal.
           03  WC-LARGO-CA-TARJETA  PIC S9(4) COMP VALUE 65.
           03  WC-LARGO-CA-RETIRO   PIC S9(4) COMP VALUE 72.
           03  WC-CONCEPTO-RETIRO   PIC X(30)
               VALUE 'ATM RETIRO SIN TARJETA'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(80).

       PROCEDURE DIVISION.

      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.
           MOVE 'LINK' TO WS-RTM-FUNCION.
           MOVE 'ATM ' TO WS-RTM-SUCURSAL.

           IF EIBCALEN NOT = LENGTH OF AU-COMMAREA-AUTORIZACION
               AND EIBCALEN NOT = WC-LARGO-CA-TARJETA
               AND EIBCALEN NOT = WC-LARGO-CA-RETIRO
               PERFORM 9592-GRABAR-TIEMPO
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES TO AU-COMMAREA-AUTORIZACION.
           MOVE DFHCOMMAREA(1:EIBCALEN)
             TO AU-COMMAREA-AUTORIZACION(1:EIBCALEN).
           MOVE WC-RESP-ERROR TO AU-CODIGO-RESP.
           MOVE 0 TO AU-ID-AUT.
           MOVE 0 TO AU-SALDO-DISP.

           IF AU-SIN-TARJETA
               PERFORM 2500-AUTORIZAR-SIN-TARJETA
               PERFORM 3500-REGISTRAR-SIN-TARJETA
           ELSE
               PERFORM 2000-AUTORIZAR
               PERFORM 3000-REGISTRAR-RESULTADO
           END-IF.

           MOVE AU-COMMAREA-AUTORIZACION(1:EIBCALEN)
             TO DFHCOMMAREA(1:EIBCALEN).
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN END-EXEC.

      *================================================================*
                   MOVE WC-RESP-RESTRINGIDA TO AU-CODIGO-RESP
               ELSE
                   PERFORM 2100-VERIFICAR-PIN
                   IF AUTORIZACION-APROBADA
                       PERFORM 7800-REGISTRAR-FE-VIDA
                   END-IF
                   IF AUTORIZACION-APROBADA
                       PERFORM 2200-VERIFICAR-DISPONIBLE
                   END-IF
      * Disponible = SALDO de la cuenta de la tarjeta menos las
      * retenciones activas (mismo criterio que PBNKX 7090).
       2200-VERIFICAR-DISPONIBLE.
           IF HV-TIPO-TARJ = 'C'
               PERFORM 2250-VERIFICAR-CREDITO
           ELSE
               PERFORM 2210-VERIFICAR-SALDO
           END-IF.

       2210-VERIFICAR-SALDO.
           PERFORM 7200-LEER-SALDO-CUENTA.
           IF SQLCODE NOT = 0
               SET AUTORIZACION-RECHAZADA TO TRUE
               END-IF
           END-IF.

      * Tarjeta de credito: disponible de la linea = limite menos lo
      * adeudado menos lo ya aprobado y todavia no liquidado.
       2250-VERIFICAR-CREDITO.
           PERFORM 7210-LEER-CUENTA-TC.
           IF SQLCODE NOT = 0
               SET AUTORIZACION-RECHAZADA TO TRUE
               MOVE WC-RESP-ERROR TO AU-CODIGO-RESP
           ELSE
           IF HV-ESTADO-CTTC NOT = 'A'
               SET AUTORIZACION-RECHAZADA TO TRUE
               MOVE WC-RESP-RESTRINGIDA TO AU-CODIGO-RESP
           ELSE
               PERFORM 7260-LEER-AUTORIZADO-PEND
               COMPUTE WS-DISPONIBLE =
                   HV-LIMITE-CTTC - HV-DEUDA-CTTC - WS-AUTORIZADO-PEND
               IF WS-DISPONIBLE < WS-MONTO-DECIMAL
                   SET AUTORIZACION-RECHAZADA TO TRUE
                   MOVE WC-RESP-SIN-FONDOS TO AU-CODIGO-RESP
               END-IF
           END-IF
           END-IF.

      * Tope diario del cliente contra lo ya autorizado hoy por
      * cualquier tarjeta de la cuenta ('A' en hold y 'L' ya
      * liquidadas cuentan; las declinadas y caducadas no).
               END-IF
           END-IF.

      *================================================================*
      * 2500 - RETIRO SIN TARJETA: CONTROLES DEL CODIGO                *
      * Mismo corte en el primer control que falla. El disponible ya   *
      * descuenta la reserva del propio retiro, asi que no se vuelve   *
      * a controlar: solo que el hold siga activo.                     *
      *================================================================*
       2500-AUTORIZAR-SIN-TARJETA.
           SET AUTORIZACION-RECHAZADA TO TRUE.
           MOVE 'N' TO SW-RETIRO-BLOQUEADO.
           MOVE AU-MONTO TO WS-MONTO-DECIMAL.
           MOVE SPACES TO HV-USUARIO-TARJ.
           MOVE SPACES TO HV-CUENTA-TARJ.
           MOVE 0 TO HV-LIMITE-TARJ.
           MOVE 0 TO HV-ID-RSTJ.
           PERFORM 7020-LEER-FECHA-NEGOCIO.

           PERFORM 7700-LEER-RETIRO-ST.
           IF SQLCODE NOT = 0
               MOVE WC-RESP-TARJ-DESC TO AU-CODIGO-RESP
           ELSE
           IF HV-ESTADO-RSTJ NOT = 'P' OR RETIRO-VENCIDO
               MOVE WC-RESP-NO-ACTIVA TO AU-CODIGO-RESP
           ELSE
           IF POSTEO-CERRADO
               MOVE WC-RESP-CERRADO TO AU-CODIGO-RESP
           ELSE
               PERFORM 2510-VERIFICAR-CODIGO
               IF AUTORIZACION-APROBADA
                   PERFORM 2520-VERIFICAR-RETIRO
               END-IF
               IF AUTORIZACION-APROBADA
                   PERFORM 2300-VERIFICAR-LIMITE-DIARIO
               END-IF
           END-IF
           END-IF
           END-IF.

      * Mismo digest y sal (USUARIO) que el PIN de la tarjeta. Cada
      * codigo errado suma un intento; al tope el retiro se bloquea.
       2510-VERIFICAR-CODIGO.
           MOVE AU-CODIGO-RETIRO TO WS-HASH-STR-IN.
           MOVE HV-USUARIO-RSTJ  TO WS-HASH-SALT-IN.
           PERFORM 9960-CALCULAR-HASH.
           IF WS-HASH-STR-OUT = HV-HASH-RSTJ
               SET AUTORIZACION-APROBADA TO TRUE
           ELSE
               SET AUTORIZACION-RECHAZADA TO TRUE
               MOVE WC-RESP-PIN-ERRADO TO AU-CODIGO-RESP
               PERFORM 7720-LEER-MAX-INTENTOS
               ADD 1 TO HV-INTENTOS-RSTJ
               IF HV-INTENTOS-RSTJ >= WS-MAX-INTENTOS-RST
                   SET RETIRO-BLOQUEADO TO TRUE
               END-IF
           END-IF.

       2520-VERIFICAR-RETIRO.
           IF WS-MONTO-DECIMAL NOT = HV-MONTO-RSTJ
               SET AUTORIZACION-RECHAZADA TO TRUE
               MOVE WC-RESP-MONTO TO AU-CODIGO-RESP
           ELSE
               PERFORM 7290-LEER-ESTADO-TITULAR
               IF HV-ESTADO = 'D'
                   SET AUTORIZACION-RECHAZADA TO TRUE
                   MOVE WC-RESP-RESTRINGIDA TO AU-CODIGO-RESP
               ELSE
                   PERFORM 7730-LEER-RETENCION-ST
                   IF SQLCODE NOT = 0 OR HV-ESTADO-RDIS NOT = 'A'
                       SET AUTORIZACION-RECHAZADA TO TRUE
                       MOVE WC-RESP-NO-ACTIVA TO AU-CODIGO-RESP
                   ELSE
                       PERFORM 7200-LEER-SALDO-CUENTA
                       IF SQLCODE NOT = 0
                           SET AUTORIZACION-RECHAZADA TO TRUE
                           MOVE WC-RESP-ERROR TO AU-CODIGO-RESP
                       ELSE
                           PERFORM 7250-LEER-RETENIDO-DISP
                           COMPUTE WS-DISPONIBLE =
                               WS-SALDO-ACTUAL - WS-RETENIDO-ACTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * 3000 - RESULTADO: HOLD + REGISTRO, O REGISTRO DEL RECHAZO      *
      *================================================================*
               END-IF
           END-IF.

      * Credito: sin retencion, la autorizacion 'A' consume la linea.
       3100-RESERVAR-FONDOS.
           IF HV-TIPO-TARJ = 'C'
               MOVE 0 TO HV-ID-RET-AUT
               MOVE 0 TO SQLCODE
           ELSE
               PERFORM 7400-LEER-DIAS-HOLD
               PERFORM 7450-CALCULAR-FECHA-LIBERACION
               PERFORM 7500-INSERTAR-RETENCION
           END-IF.
           IF SQLCODE = 0
               MOVE WC-RESP-APROBADA TO AU-CODIGO-RESP
               PERFORM 7600-INSERTAR-AUTORIZACION
               MOVE 0 TO AU-ID-AUT
           END-IF.

      *================================================================*
      * 3500 - RESULTADO DEL RETIRO SIN TARJETA                        *
      * Aprobado: debito en el acto contra la reserva. Rechazado: el   *
      * intento errado (y el bloqueo) se graba junto con la fila 'D'.  *
      *================================================================*
       3500-REGISTRAR-SIN-TARJETA.
           MOVE 0 TO WS-ID-MOV-RETIRO.
           IF AUTORIZACION-APROBADA
               PERFORM 3600-DEBITAR-RETIRO
           ELSE
               MOVE 0 TO HV-ID-RET-AUT
               MOVE 0 TO SQLCODE
               IF AU-CODIGO-RESP = WC-RESP-PIN-ERRADO
                   PERFORM 7740-REGISTRAR-INTENTO
               END-IF
               IF SQLCODE = 0
                   PERFORM 7600-INSERTAR-AUTORIZACION
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF.

      * El UPDATE del retiro vuelve a exigir 'P' y vigencia: si otro
      * cajero o el barrido de PBNKRV lo tomaron primero, +100 y 54.
       3600-DEBITAR-RETIRO.
           MOVE WC-RESP-APROBADA TO AU-CODIGO-RESP.
           PERFORM 7750-CONSUMIR-RETIRO-ST.
           IF SQLCODE = 100
               MOVE WC-RESP-NO-ACTIVA TO AU-CODIGO-RESP
           END-IF.
           IF SQLCODE = 0
               PERFORM 7760-LIBERAR-RETENCION-ST
           END-IF.
           IF SQLCODE = 0
               COMPUTE WS-SALDO-NUEVO =
                   WS-SALDO-ACTUAL - WS-MONTO-DECIMAL
               PERFORM 7770-ACTUALIZAR-SALDO-CTA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7780-INSERTAR-MOV-RETIRO
           END-IF.
           IF SQLCODE = 0
               PERFORM 3650-IMP-DEBCRED-RETIRO
           END-IF.
           IF SQLCODE = 0
               MOVE HV-ID-RET-RSTJ TO HV-ID-RET-AUT
               PERFORM 7600-INSERTAR-AUTORIZACION
           END-IF.
           IF SQLCODE = 0
               PERFORM 7790-CERRAR-RETIRO-ST
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE HV-ID-AUT TO AU-ID-AUT
               IF WS-DISPONIBLE > 0
                   MOVE WS-DISPONIBLE TO AU-SALDO-DISP
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET AUTORIZACION-RECHAZADA TO TRUE
               IF AU-CODIGO-RESP = WC-RESP-APROBADA
                   MOVE WC-RESP-ERROR TO AU-CODIGO-RESP
               END-IF
               MOVE 0 TO AU-ID-AUT
           END-IF.

      * Impuesto a los debitos y creditos sobre el retiro
      * (COPYS/CPYIDCP.cbl), en la unidad de trabajo del debito.
       3650-IMP-DEBCRED-RETIRO.
           MOVE HV-USUARIO-RSTJ  TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-RSTJ  TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-RSTJ   TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-IDC-MONTO.
           MOVE 'S'              TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO   TO WS-IDC-SALDO.
           MOVE SPACES           TO WS-IDC-SUCURSAL.
           MOVE SPACES           TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               MOVE HV-POSTEO-CERRADO TO SW-POSTEO-CERRADO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1

       7100-LEER-TARJETA.
           MOVE AU-TARJETA TO HV-NUMERO-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, ESTADO, PIN_HASH,
                    LIMITE_DIARIO_TARJ, CHAR(FECHA_VENCIMIENTO, ISO),
                    TIPO_TARJETA
               INTO :HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                    :HV-ESTADO-TARJ, :HV-PIN-HASH-TARJ,
                    :HV-LIMITE-TARJ, :HV-FECHA-VENC-TARJ,
                    :HV-TIPO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.

       7200-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

       7210-LEER-CUENTA-TC.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CTTC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT LIMITE_CREDITO, SALDO_DEUDA, ESTADO
               INTO :HV-LIMITE-CTTC, :HV-DEUDA-CTTC, :HV-ESTADO-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
           END-EXEC.

       7250-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
                 AND ESTADO = 'A'
           END-EXEC.

       7260-LEER-AUTORIZADO-PEND.
           MOVE 0 TO WS-AUTORIZADO-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-PEND
               FROM IBMUSER.AUTORIZACIONES
               WHERE CUENTA_NUM = :HV-CUENTA-TARJ
                 AND ESTADO = 'A'
           END-EXEC.

      * Estado del titular de la tarjeta; un fallecido ('D') se
      * declina con 62 (tarjeta restringida).
       7290-LEER-ESTADO-TITULAR.
           MOVE SPACE TO HV-ESTADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO-TARJ

       7300-LEER-LIMITE-DIARIO.
           MOVE 0 TO WS-LIMITE-DIARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT LIMITE_DIARIO INTO :HV-LIMITE-DIARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO-TARJ

       7350-LEER-AUTORIZADO-HOY.
           MOVE 0 TO WS-AUTORIZADO-HOY.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-HOY
               FROM IBMUSER.AUTORIZACIONES

       7360-LEER-AUTORIZADO-TARJETA.
           MOVE 0 TO WS-AUTORIZADO-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-TARJ
               FROM IBMUSER.AUTORIZACIONES
           END-EXEC.

       7400-LEER-DIAS-HOLD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_HOLD_AUTORIZ'
           END-IF.

       7450-CALCULAR-FECHA-LIBERACION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-NEGOCIO)
                   + :WS-DIAS-HOLD DAYS, ISO)
               INTO :WS-FECHA-LIBERACION
           MOVE 0                TO HV-ID-MOV-RDIS.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-RDIS.
           MOVE WS-FECHA-LIBERACION TO HV-FECHA-LIB-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
               (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                FECHA_LIBERACION, ESTADO, FECHA_ALTA)
                DATE(:HV-FECHA-LIB-RDIS), 'A', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-RET-AUT
                   FROM SYSIBM.SYSDUMMY1
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO-AUT.
           MOVE AU-REFERENCIA     TO HV-REFERENCIA-AUT.
           MOVE AU-CODIGO-RESP    TO HV-CODIGO-RESP-AUT.
           MOVE WS-ID-MOV-RETIRO  TO HV-ID-MOV-AUT.
      * El retiro sin tarjeta ya debito la cuenta: nace liquidado.
           IF AUTORIZACION-APROBADA
               IF AU-SIN-TARJETA
                   MOVE 'L' TO HV-ESTADO-AUT
               ELSE
                   MOVE 'A' TO HV-ESTADO-AUT
               END-IF
           ELSE
               MOVE 'D' TO HV-ESTADO-AUT
           END-IF.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-NEG-AUT.
           MOVE AU-TERMINAL       TO HV-ATM-ID-AUT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.AUTORIZACIONES
               (NUMERO_TARJETA, CUENTA_NUM, USUARIO, MONTO,
                REFERENCIA, CODIGO_RESP, ESTADO, ID_RET, ID_MOV,
                FECHA_AUT, FECHA_NEGOCIO, ATM_ID)
               VALUES (:HV-NUMERO-AUT, :HV-CUENTA-AUT,
                :HV-USUARIO-AUT, :HV-MONTO-AUT, :HV-REFERENCIA-AUT,
                :HV-CODIGO-RESP-AUT, :HV-ESTADO-AUT, :HV-ID-RET-AUT,
                :HV-ID-MOV-AUT, CURRENT TIMESTAMP,
                DATE(:HV-FECHA-NEG-AUT), :HV-ATM-ID-AUT)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-AUT
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Numero de retiro: 16 digitos del gateway; lo que no es un
      * ID_RETIRO posible se trata como retiro inexistente.
       7700-LEER-RETIRO-ST.
           MOVE 'N' TO SW-RETIRO-VENCIDO.
           IF AU-TARJETA IS NOT NUMERIC
               MOVE 100 TO SQLCODE
           ELSE
               MOVE AU-TARJETA TO WS-NRO-RETIRO
               IF WS-NRO-RETIRO = 0 OR WS-NRO-RETIRO > 999999999
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE WS-NRO-RETIRO TO HV-ID-RSTJ
                   PERFORM 7710-SELECT-RETIRO-ST
               END-IF
           END-IF.

       7710-SELECT-RETIRO-ST.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, MONTO, CODIGO_HASH,
                    ESTADO, INTENTOS, ID_RET,
                    CASE WHEN FECHA_VENCIMIENTO > CURRENT TIMESTAMP
                         THEN 'N' ELSE 'S' END
               INTO :HV-USUARIO-RSTJ, :HV-CUENTA-RSTJ, :HV-MONTO-RSTJ,
                    :HV-HASH-RSTJ, :HV-ESTADO-RSTJ,
                    :HV-INTENTOS-RSTJ, :HV-ID-RET-RSTJ,
                    :SW-RETIRO-VENCIDO
               FROM IBMUSER.RETIROS_SIN_TARJETA
               WHERE ID_RETIRO = :HV-ID-RSTJ
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-USUARIO-RSTJ TO HV-USUARIO-TARJ
               MOVE HV-CUENTA-RSTJ  TO HV-CUENTA-TARJ
           END-IF.

       7720-LEER-MAX-INTENTOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MAX_INTENTOS_RETIRO_ST'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MAX-INTENTOS-RST
           END-IF.

       7730-LEER-RETENCION-ST.
           MOVE HV-ID-RET-RSTJ TO HV-ID-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO-RDIS
               FROM IBMUSER.RETENCIONES_DISP
               WHERE ID_RET = :HV-ID-RDIS
           END-EXEC.

      * Bloqueado: 'B' y la reserva vuelve al disponible en la misma
      * unidad de trabajo.
       7740-REGISTRAR-INTENTO.
           IF RETIRO-BLOQUEADO
               MOVE 'B' TO HV-ESTADO-RSTJ
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETIROS_SIN_TARJETA
               SET INTENTOS = :HV-INTENTOS-RSTJ,
                   ESTADO = :HV-ESTADO-RSTJ
               WHERE ID_RETIRO = :HV-ID-RSTJ
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND RETIRO-BLOQUEADO
               PERFORM 7760-LIBERAR-RETENCION-ST
           END-IF.
      * Retiro que cambio de estado entretanto: el rechazo igual se
      * registra.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7750-CONSUMIR-RETIRO-ST.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETIROS_SIN_TARJETA
               SET ESTADO = 'U',
                   FECHA_USO = CURRENT TIMESTAMP
               WHERE ID_RETIRO = :HV-ID-RSTJ
                 AND ESTADO = 'P'
                 AND FECHA_VENCIMIENTO > CURRENT TIMESTAMP
           END-EXEC.

       7760-LIBERAR-RETENCION-ST.
           MOVE HV-ID-RET-RSTJ TO HV-ID-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
               SET ESTADO = 'L'
               WHERE ID_RET = :HV-ID-RDIS
                 AND ESTADO = 'A'
           END-EXEC.

      * Mismo bloqueo optimista de PBNKAT 7550: +100 si el saldo
      * cambio desde la lectura de 2520.
       7770-ACTUALIZAR-SALDO-CTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

      * CONCEPTO 'ATM...' como los debitos de PBNKAT: la pasada 2 de
      * la conciliacion lo reversa si el switch nunca informa el item.
       7780-INSERTAR-MOV-RETIRO.
           MOVE HV-USUARIO-RSTJ    TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-RSTJ    TO HV-USUARIO-REL.
           MOVE 'Z'                TO HV-TIPO-OPER.
           MOVE WS-MONTO-DECIMAL   TO HV-MONTO.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-CUENTA-RSTJ     TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-RETIRO TO HV-CONCEPTO.
           MOVE WS-FECHA-NEGOCIO   TO HV-FECHA-NEG.
           MOVE WS-FECHA-NEGOCIO   TO HV-FECHA-VALOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-RETIRO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7790-CERRAR-RETIRO-ST.
           MOVE HV-ID-AUT        TO HV-ID-AUT-RSTJ.
           MOVE WS-ID-MOV-RETIRO TO HV-ID-MOV-RSTJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETIROS_SIN_TARJETA
               SET ID_AUT = :HV-ID-AUT-RSTJ,
                   ID_MOV = :HV-ID-MOV-RSTJ
               WHERE ID_RETIRO = :HV-ID-RSTJ
           END-EXEC.

      * Fe de vida por tarjeta: la commitea el SYNCPOINT de 3000.
      * Quien no es beneficiario previsional da 100, que no es
      * error; un fallecido o dado de baja no se reactiva.
       7800-REGISTRAR-FE-VIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET FECHA_FE_VIDA = CURRENT DATE,
                   CANAL_FE_VIDA = 'T',
                   AGENTE_FE_VIDA = ' ',
                   ESTADO = 'A'
               WHERE USUARIO = :HV-USUARIO-TARJ
                 AND ESTADO IN ('A', 'S')
           END-EXEC.
           MOVE 0 TO SQLCODE.

       COPY CPYHSHPD.
       COPY CPYCHNP.
       COPY CPYIDCP.
       COPY CPYRTMP.
