       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSB.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSB                                 **
      ** TITULO ...........: POSTEO DE APROBACIONES STAND-IN ATM    **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Carga las aprobaciones que el switch dio por su cuenta   **
      **   (stand-in, con el extracto de BATCH/PBNKSX.cbl) mientras **
      **   CICS o DB2 no respondian (DD STBENT), para que queden    **
      **   como si las hubiera dado PBNKAU:                         **
      **     . debito: se postea el 'Z' en MOVIMIENTOS (concepto    **
      **       'ATM STAND-IN') y la autorizacion nace 'L' con ese   **
      **       ID_MOV, como el retiro sin tarjeta;                  **
      **     . credito: la autorizacion nace 'A' sin hold (ID_RET   **
      **       0), igual que las online de tarjeta de credito.      **
      **   En ambos casos AUTORIZACIONES.ORIGEN = 'S', con la fecha **
      **   de negocio del item y el cajero (ENT-TERMINAL).          **
      ** - Despues PBNKAT liquida el item del switch contra esa     **
      **   autorizacion (la de debito solo se reclama, ya esta      **
      **   posteada): este job corre ANTES que el PBNKAT de la      **
      **   fecha de la caida.                                       **
      ** - Una aprobacion que dejo la cuenta en negativo (o la TC   **
      **   por encima del limite) va al listado de cobranza (DD     **
      **   STBREP); el sobregiro lo toma PBNKOD esa noche.          **
      ** - Item ya cargado (misma referencia y tarjeta en           **
      **   AUTORIZACIONES) se saltea: el relanzamiento es seguro.   **
      **   Tarjeta desconocida: al listado, sin postear.            **
      ** - Prevalidacion HDR/TRL y secuencia (CPYARCP) antes de     **
      **   postear nada; COMMIT por item.                           **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-STANDIN ASSIGN TO STBENT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE-STANDIN ASSIGN TO STBREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-STANDIN
           RECORDING MODE IS F.
       01  REG-STANDIN.
           05 ENT-TARJETA               PIC X(16).
           05 ENT-FECHA                 PIC X(10).
           05 ENT-HORA                  PIC X(08).
           05 ENT-MONTO                 PIC 9(09)V99.
           05 ENT-REFERENCIA            PIC X(12).
           05 ENT-RUBRO                 PIC X(04).
           05 ENT-TERMINAL              PIC X(08).
           05 FILLER                    PIC X(11).

       FD  REPORTE-STANDIN
           RECORDING MODE IS F.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLAUTZ END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-AUTORIZADO-PEND     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE-TC       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV-NUEVO        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EXISTE         PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-ITEMS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DEBITO     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CREDITO    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-YA-CARGADOS PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-COBRANZA   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-RECHAZOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 WS-FIN-ARCHIVO         PIC X(1)  VALUE 'N'.

       01  WS-LINEA-REPORTE.
           05 WS-RP-CATEGORIA        PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RP-CUENTA           PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RP-MONTO            PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RP-SALDO            PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RP-DETALLE          PIC X(28).
           05 FILLER                 PIC X(2)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKSB'.
           03  WC-CONCEPTO-STANDIN   PIC X(30)
                                     VALUE 'ATM STAND-IN'.
           03  WC-RESP-APROBADA      PIC X(2)  VALUE '00'.
           03  WC-ORIGEN-STANDIN     PIC X(1)  VALUE 'S'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-ITEMS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSB - POSTEO STAND-IN ATM - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           OPEN INPUT ARCHIVO-STANDIN.

      * Prevalidacion del libro de control (CPYARCP): cabecera,
      * secuencia y totales contra el TRL, ANTES de postear nada.
           MOVE 'STBENT' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKSB - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-STANDIN
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORTE-STANDIN.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKAT: acumula cantidad y total de los items,       *
      * valida HDR/TRL y reabre el archivo.                            *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-ITEM.
           IF WS-FIN-ARCHIVO = 'S'
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-STANDIN TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                          OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-ITEM
                   IF WS-FIN-ARCHIVO NOT = 'S'
                       MOVE REG-STANDIN TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ENT-MONTO IS NUMERIC
                               ADD ENT-MONTO TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-STANDIN.
           OPEN INPUT ARCHIVO-STANDIN.
           MOVE 'N' TO WS-FIN-ARCHIVO.

      *================================================================*
      * 2000 - UNA APROBACION STAND-IN POR ITEM                        *
      *================================================================*
       2000-PROCESAR-ITEMS.
           PERFORM 7100-LEER-ITEM.
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               IF REG-STANDIN(1:3) NOT = 'HDR'
                   AND REG-STANDIN(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-ITEMS
                   PERFORM 2100-POSTEAR-ITEM
               END-IF
               PERFORM 7100-LEER-ITEM
           END-PERFORM.
           CLOSE ARCHIVO-STANDIN.

       2100-POSTEAR-ITEM.
           MOVE ENT-TARJETA TO HV-NUMERO-TARJ.
           PERFORM 7150-BUSCAR-YA-CARGADO.
           IF SQLCODE = 0 AND WS-CANT-EXISTE > 0
               ADD 1 TO WS-CONTADOR-YA-CARGADOS
           ELSE
               PERFORM 7200-RESOLVER-CUENTA-TARJETA
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-CONTADOR-RECHAZOS
                   MOVE 'RECHAZO'   TO WS-RP-CATEGORIA
                   MOVE SPACES      TO WS-RP-CUENTA
                   MOVE ENT-MONTO   TO WS-RP-MONTO
                   MOVE 0           TO WS-RP-SALDO
                   MOVE 'TARJETA DESCONOCIDA' TO WS-RP-DETALLE
                   WRITE REG-REPORTE FROM WS-LINEA-REPORTE
               ELSE
                   IF HV-TIPO-TARJ = 'C'
                       PERFORM 2300-POSTEAR-CREDITO
                   ELSE
                       PERFORM 2200-POSTEAR-DEBITO
                   END-IF
               END-IF
           END-IF.

      * Debito: el dinero ya salio del cajero, se postea sin mirar
      * disponible ni tope (el switch decidio con el extracto).
       2200-POSTEAR-DEBITO.
           PERFORM 7500-LEER-SALDO-CUENTA.
           IF SQLCODE = 0
               SUBTRACT ENT-MONTO FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7550-ACTUALIZAR-SALDO-CTA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-INSERTAR-MOV-STANDIN
           END-IF.
           IF SQLCODE = 0
               MOVE 'L'             TO HV-ESTADO-AUT
               MOVE WS-ID-MOV-NUEVO TO HV-ID-MOV-AUT
               PERFORM 7700-INSERTAR-AUTORIZACION
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-DEBITO
               IF WS-SALDO-NUEVO < 0
                   ADD 1 TO WS-CONTADOR-COBRANZA
                   MOVE 'COBRANZA'     TO WS-RP-CATEGORIA
                   MOVE HV-CUENTA-TARJ TO WS-RP-CUENTA
                   MOVE ENT-MONTO      TO WS-RP-MONTO
                   MOVE WS-SALDO-NUEVO TO WS-RP-SALDO
                   MOVE 'CUENTA SOBREGIRADA STAND-IN'
                     TO WS-RP-DETALLE
                   WRITE REG-REPORTE FROM WS-LINEA-REPORTE
               END-IF
           ELSE
               PERFORM 2900-ERROR-ITEM
           END-IF.

      * Credito: autorizacion 'A' sin hold; la deuda sube cuando
      * PBNKAT liquida el item. Si con ella la cuenta TC pasa el
      * limite, va al listado de cobranza.
       2300-POSTEAR-CREDITO.
           MOVE 'A' TO HV-ESTADO-AUT.
           MOVE 0   TO HV-ID-MOV-AUT.
           PERFORM 7700-INSERTAR-AUTORIZACION.
           IF SQLCODE = 0
               PERFORM 7800-LEER-DISPONIBLE-TC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-CREDITO
               IF WS-DISPONIBLE-TC < 0
                   ADD 1 TO WS-CONTADOR-COBRANZA
                   MOVE 'COBRANZA'       TO WS-RP-CATEGORIA
                   MOVE HV-CUENTA-TARJ   TO WS-RP-CUENTA
                   MOVE ENT-MONTO        TO WS-RP-MONTO
                   MOVE WS-DISPONIBLE-TC TO WS-RP-SALDO
                   MOVE 'TC SOBRE LIMITE STAND-IN' TO WS-RP-DETALLE
                   WRITE REG-REPORTE FROM WS-LINEA-REPORTE
               END-IF
           ELSE
               PERFORM 2900-ERROR-ITEM
           END-IF.

       2900-ERROR-ITEM.
           EXEC SQL ROLLBACK END-EXEC.
           ADD 1 TO WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKSB - ERROR SQLCODE ' SQLCODE
               ' ITEM ' ENT-REFERENCIA.
           MOVE 'ERROR'        TO WS-RP-CATEGORIA.
           MOVE HV-CUENTA-TARJ TO WS-RP-CUENTA.
           MOVE ENT-MONTO      TO WS-RP-MONTO.
           MOVE 0              TO WS-RP-SALDO.
           MOVE 'NO POSTEADO - RELANZAR' TO WS-RP-DETALLE.
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
       7100-LEER-ITEM.
           READ ARCHIVO-STANDIN
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

      * Misma referencia y tarjeta ya en AUTORIZACIONES: el item se
      * cargo en una corrida anterior.
       7150-BUSCAR-YA-CARGADO.
           MOVE ENT-REFERENCIA TO HV-REFERENCIA-AUT.
           MOVE 0 TO WS-CANT-EXISTE.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-EXISTE
               FROM IBMUSER.AUTORIZACIONES
               WHERE REFERENCIA = :HV-REFERENCIA-AUT
                 AND NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.

       7200-RESOLVER-CUENTA-TARJETA.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, TIPO_TARJETA
               INTO :HV-USUARIO-TARJ, :HV-CUENTA-TARJ, :HV-TIPO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
           END-EXEC.

       7500-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7550-ACTUALIZAR-SALDO-CTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

      * Debito 'Z' con la fecha de negocio del item, para que el
      * PBNKAT de esa fecha lo encuentre.
       7600-INSERTAR-MOV-STANDIN.
           MOVE HV-USUARIO-TARJ     TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-TARJ     TO HV-USUARIO-REL.
           MOVE 'Z'                 TO HV-TIPO-OPER.
           MOVE ENT-MONTO           TO HV-MONTO.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-RESULTANTE.
           MOVE SPACES              TO HV-AGENTE-ID.
           MOVE HV-CUENTA-TARJ      TO HV-CUENTA-NUM.
           MOVE SPACES              TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-STANDIN TO HV-CONCEPTO.
           MOVE ENT-FECHA           TO HV-FECHA-NEG.
           MOVE ENT-FECHA           TO HV-FECHA-VALOR.
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
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-NUEVO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * FECHA_AUT = fecha y hora en que el switch aprobo.
       7700-INSERTAR-AUTORIZACION.
           MOVE HV-NUMERO-TARJ      TO HV-NUMERO-AUT.
           MOVE HV-CUENTA-TARJ      TO HV-CUENTA-AUT.
           MOVE HV-USUARIO-TARJ     TO HV-USUARIO-AUT.
           MOVE ENT-MONTO           TO HV-MONTO-AUT.
           MOVE ENT-REFERENCIA      TO HV-REFERENCIA-AUT.
           MOVE WC-RESP-APROBADA    TO HV-CODIGO-RESP-AUT.
           MOVE 0                   TO HV-ID-RET-AUT.
           MOVE ENT-FECHA           TO HV-FECHA-NEG-AUT.
           MOVE WC-ORIGEN-STANDIN   TO HV-ORIGEN-AUT.
           MOVE ENT-TERMINAL        TO HV-ATM-ID-AUT.
           MOVE SPACES              TO HV-FECHA-AUT.
           STRING ENT-FECHA '-' ENT-HORA(1:2) '.' ENT-HORA(4:2) '.'
                  ENT-HORA(7:2) '.000000'
                  DELIMITED BY SIZE INTO HV-FECHA-AUT.
           EXEC SQL INSERT INTO IBMUSER.AUTORIZACIONES
               (NUMERO_TARJETA, CUENTA_NUM, USUARIO, MONTO,
                REFERENCIA, CODIGO_RESP, ESTADO, ID_RET, ID_MOV,
                FECHA_AUT, FECHA_NEGOCIO, ORIGEN, ATM_ID)
               VALUES (:HV-NUMERO-AUT, :HV-CUENTA-AUT,
                :HV-USUARIO-AUT, :HV-MONTO-AUT, :HV-REFERENCIA-AUT,
                :HV-CODIGO-RESP-AUT, :HV-ESTADO-AUT, :HV-ID-RET-AUT,
                :HV-ID-MOV-AUT, TIMESTAMP(:HV-FECHA-AUT),
                DATE(:HV-FECHA-NEG-AUT), :HV-ORIGEN-AUT,
                :HV-ATM-ID-AUT)
           END-EXEC.

      * Disponible de la cuenta TC ya contando esta autorizacion.
       7800-LEER-DISPONIBLE-TC.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CTTC.
           EXEC SQL SELECT LIMITE_CREDITO, SALDO_DEUDA
               INTO :HV-LIMITE-CTTC, :HV-DEUDA-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO WS-AUTORIZADO-PEND
               EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                   INTO :WS-AUTORIZADO-PEND
                   FROM IBMUSER.AUTORIZACIONES
                   WHERE CUENTA_NUM = :HV-CUENTA-TARJ
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               COMPUTE WS-DISPONIBLE-TC = HV-LIMITE-CTTC
                   - HV-DEUDA-CTTC - WS-AUTORIZADO-PEND
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WS-EJEC-PROC =
               WS-CONTADOR-DEBITO + WS-CONTADOR-CREDITO.
           COMPUTE WS-EJEC-OMIT = WS-CONTADOR-YA-CARGADOS
               + WS-CONTADOR-RECHAZOS + WS-CONTADOR-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-STANDIN.
      * Foto del archivo en el libro de control ('P'). Con items en
      * error no se registra: el mismo archivo se relanza y lo ya
      * cargado se saltea.
           IF WS-CONTADOR-ERRORES = 0
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
           END-IF.
           DISPLAY 'PBNKSB - ITEMS DEL SWITCH    : ' WS-CONTADOR-ITEMS.
           DISPLAY 'PBNKSB - DEBITOS POSTEADOS   : '
               WS-CONTADOR-DEBITO.
           DISPLAY 'PBNKSB - AUTS TARJ. CREDITO  : '
               WS-CONTADOR-CREDITO.
           DISPLAY 'PBNKSB - YA CARGADOS         : '
               WS-CONTADOR-YA-CARGADOS.
           DISPLAY 'PBNKSB - PARA COBRANZA       : '
               WS-CONTADOR-COBRANZA.
           DISPLAY 'PBNKSB - TARJETA DESCONOCIDA : '
               WS-CONTADOR-RECHAZOS.
           DISPLAY 'PBNKSB - CON ERROR           : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKSB - POSTEO STAND-IN ATM - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYCHNP.
