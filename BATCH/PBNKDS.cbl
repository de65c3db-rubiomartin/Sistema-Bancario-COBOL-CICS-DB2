       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDS.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDS                                 **
      ** TITULO ...........: DOCUMENTO DE ACCESO A DATOS (DSAR)     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Por cada solicitud 'P' de IBMUSER.SOLICITUDES_DSAR (alta **
      **   en SOURCE/PBNKDR.cbl) arma UN documento legible con los  **
      **   datos personales del USUARIO: CLIENTES, preferencias de  **
      **   contacto, documentos, residencias fiscales, cuentas,     **
      **   tarjetas de debito y de credito (cuentas y consumos),    **
      **   prestamos y solicitudes de prestamo, plazos fijos,       **
      **   polizas de seguro, fondos de inversion (tenencias y      **
      **   ordenes), beneficiarios, transferencias al exterior,     **
      **   cambios de perfil, prevision (beneficios y pagos),       **
      **   quejas, aceptaciones de terminos y condiciones y, de los **
      **   ultimos DSAR_MESES_HIST meses, accesos, notificaciones,  **
      **   movimientos y puntos de lealtad (de lo anterior, solo la **
      **   cantidad).                                               **
      ** - Nunca incluye PASSWORD ni PIN_HASH (la tarjeta sale      **
      **   enmascarada) ni datos internos de prevencion de lavado   **
      **   (casos AML, ROS, coincidencias de listas, riesgo).       **
      ** - El documento queda en IBMUSER.REPOSITORIO_REPORTES       **
      **   (NOMBRE 'DSnnnnnn', clase 'L', vista PBNKVR) y cada      **
      **   linea se registra en IBMUSER.COLA_IMPRESION 'P' para la  **
      **   sucursal de la solicitud con INTENTOS 0 (el batch no     **
      **   escribe la cola TD BKPR: la envia PBNKDR con PF7). La    **
      **   solicitud pasa a 'G' con el rango de la cola. Una unidad **
      **   de trabajo por solicitud.                                **
      ** - Control de plazos en DD DSARREP: documentos generados,   **
      **   solicitudes abiertas vencidas o a AVISO_DSAR_DIAS del    **
      **   vencimiento y entregas del ultimo mes fuera de plazo.    **
      **   RC 4 si hay alguna solicitud abierta vencida.            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-DSAR ASSIGN TO DSARREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-DSAR
           RECORDING MODE IS F.
       01  REG-DSAR                    PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDSAR END-EXEC.
           EXEC SQL INCLUDE DCLREPO END-EXEC.
           EXEC SQL INCLUDE DCLIMPR END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLPREF END-EXEC.
           EXEC SQL INCLUDE DCLDOCU END-EXEC.
           EXEC SQL INCLUDE DCLRFIS END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLPLZF END-EXEC.
           EXEC SQL INCLUDE DCLBENE END-EXEC.
           EXEC SQL INCLUDE DCLCAMP END-EXEC.
           EXEC SQL INCLUDE DCLQUEJ END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLMVTC END-EXEC.
           EXEC SQL INCLUDE DCLSOLR END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.
           EXEC SQL INCLUDE DCLFOND END-EXEC.
           EXEC SQL INCLUDE DCLTENF END-EXEC.
           EXEC SQL INCLUDE DCLORFO END-EXEC.
           EXEC SQL INCLUDE DCLTINT END-EXEC.
           EXEC SQL INCLUDE DCLBPRV END-EXEC.
           EXEC SQL INCLUDE DCLPPRV END-EXEC.
           EXEC SQL INCLUDE DCLTACE END-EXEC.
           EXEC SQL INCLUDE DCLPUNT END-EXEC.
           EXEC SQL INCLUDE DCLACCE END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-SOLICITUDES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-GENERADOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-VENCIDAS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-AVISO        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-FILAS        PIC S9(9) COMP VALUE 0.
           05 WS-CONT-ANTERIORES   PIC S9(9) COMP VALUE 0.
           05 WS-CONT-ENTREGADAS   PIC S9(9) COMP VALUE 0.
           05 WS-CONT-TARDIAS      PIC S9(9) COMP VALUE 0.
           05 WS-NRO-LINEA         PIC S9(9) COMP VALUE 0.
           05 WS-DIAS-RESTANTES    PIC S9(9) COMP VALUE 0.
      * Valores de fabrica; 7050 los reemplaza por PARAMETROS.
           05 WS-MESES-HIST        PIC S9(4) COMP VALUE 12.
           05 WS-DIAS-AVISO        PIC S9(4) COMP VALUE 3.
      * Datos de la solicitud en curso.
           05 WS-FECHA-SOL         PIC X(10).
           05 WS-FECHA-DESDE       PIC X(10).
           05 WS-ID-ED             PIC 9(6).
           05 WS-ID-SOL-ED         PIC ZZZZZZZZ9.
           05 WS-CANT-ED           PIC ZZZZZZZZ9.
           05 WS-IMPORTE-ED        PIC -ZZ.ZZZ.ZZ9,99.
           05 WS-IMPORTE2-ED       PIC -ZZ.ZZZ.ZZ9,99.
           05 WS-TASA-ED           PIC ZZ9,9999.
           05 WS-NUMERO-ED         PIC ZZZZ9.
           05 WS-MORA-ED           PIC ZZZZ9.
           05 WS-IMPORTE-LARGO-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-CUOTAS-ED         PIC -ZZ.ZZZ.ZZZ.ZZ9,999999.
           05 WS-PUNTOS-ED         PIC -ZZZZZZZZ9.
           05 WS-PUNTOS2-ED        PIC -ZZZZZZZZ9.
           05 WS-ID-ULTIMO         PIC S9(9) COMP VALUE 0.
      * Fechas de columnas TIMESTAMP leidas como DATE ISO.
           05 WS-FECHA-1           PIC X(10).
           05 WS-FECHA-2           PIC X(10).
           05 WS-HORA              PIC X(8).
           05 WS-CONCEPTO          PIC X(20).
           05 WS-TARJETA-MASCARA   PIC X(16).
           05 WS-ESTADO-PLAZO      PIC X(12).

           05 WS-ERROR-DOCUMENTO   PIC X(1)  VALUE 'N'.
              88 DOCUMENTO-CON-ERROR         VALUE 'S'.

      * Linea del documento (80: el ancho de la cola de impresion;
      * el repositorio guarda hasta 100).
       01  WS-LINEA-DOC            PIC X(80).

      * Linea "rotulo: valor" de las secciones de ficha.
       01  WS-LINEA-ROTULO.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LR-ROTULO         PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WS-LR-VALOR          PIC X(57) VALUE SPACES.

       01  WS-TITULO-SECCION       PIC X(80).

       01  WS-LINEA-CONTROL.
           05 WS-LC-ID             PIC ZZZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LC-USUARIO        PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LC-SUCURSAL       PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LC-LIMITE         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LC-ESTADO         PIC X(1).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LC-DETALLE        PIC X(38).

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKDS'.
           03  WC-SEPARADOR        PIC X(80) VALUE ALL '-'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-GENERAR-DOCUMENTOS.
           PERFORM 3000-CONTROLAR-PLAZOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKDS - DOCUMENTOS DE ACCESO A DATOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN OUTPUT REPORTE-DSAR.
           MOVE SPACES TO REG-DSAR.
           STRING 'DOCUMENTOS GENERADOS'
               DELIMITED BY SIZE INTO REG-DSAR.
           WRITE REG-DSAR.
           MOVE SPACES TO REG-DSAR.
           STRING '      NRO  USUARIO   SUC.  LIMITE      E  '
               'DETALLE' DELIMITED BY SIZE INTO REG-DSAR.
           WRITE REG-DSAR.

      *================================================================*
      * 2000 - UN DOCUMENTO POR SOLICITUD PENDIENTE                    *
      *================================================================*
       2000-GENERAR-DOCUMENTOS.
           EXEC SQL DECLARE CUR-PENDIENTES CURSOR WITH HOLD FOR
               SELECT ID_SOLICITUD, USUARIO, SUCURSAL_ID,
                      CHAR(DATE(FECHA_SOLICITUD), ISO),
                      CHAR(FECHA_LIMITE, ISO)
               FROM IBMUSER.SOLICITUDES_DSAR
               WHERE ESTADO = 'P'
                 AND ID_SOLICITUD > :WS-ID-ULTIMO
               ORDER BY ID_SOLICITUD
           END-EXEC.
           EXEC SQL OPEN CUR-PENDIENTES END-EXEC.
           PERFORM 7100-FETCH-PENDIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-SOLICITUDES
               PERFORM 2100-GENERAR-DOCUMENTO
               PERFORM 7100-FETCH-PENDIENTE
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKDS - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-PENDIENTES END-EXEC.

      *----------------------------------------------------------------*
      * 2100 - DOCUMENTO COMPLETO EN UNA UNIDAD DE TRABAJO: REGISTRO   *
      * EN EL REPOSITORIO, LINEAS, COLA DE IMPRESION Y SOLICITUD 'G'.  *
      * El ROLLBACK cierra tambien el cursor WITH HOLD: se reabre      *
      * despues de la solicitud fallida, que queda 'P' para la proxima *
      * corrida.                                                       *
      *----------------------------------------------------------------*
       2100-GENERAR-DOCUMENTO.
           MOVE 'N' TO WS-ERROR-DOCUMENTO.
           MOVE 0 TO WS-NRO-LINEA.
           PERFORM 7200-REGISTRAR-REPORTE.
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-ERROR-DOCUMENTO
           END-IF.
           PERFORM 2200-ENCABEZADO.
           PERFORM 2300-SECCION-CLIENTE.
           PERFORM 2310-SECCION-CONTACTO.
           PERFORM 2320-SECCION-DOCUMENTOS.
           PERFORM 2330-SECCION-RESIDENCIAS.
           PERFORM 2340-SECCION-CUENTAS.
           PERFORM 2350-SECCION-TARJETAS.
           PERFORM 2355-SECCION-TARJETAS-CREDITO.
           PERFORM 2360-SECCION-PRESTAMOS.
           PERFORM 2365-SECCION-SOLICITUDES-PRESTAMO.
           PERFORM 2370-SECCION-PLAZOS-FIJOS.
           PERFORM 2372-SECCION-SEGUROS.
           PERFORM 2375-SECCION-FONDOS.
           PERFORM 2380-SECCION-BENEFICIARIOS.
           PERFORM 2385-SECCION-TRANSF-EXTERIOR.
           PERFORM 2390-SECCION-CAMBIOS-PERFIL.
           PERFORM 2395-SECCION-PREVISION.
           PERFORM 2400-SECCION-QUEJAS.
           PERFORM 2405-SECCION-TERMINOS.
           PERFORM 2410-SECCION-ACCESOS.
           PERFORM 2420-SECCION-NOTIFICACIONES.
           PERFORM 2430-SECCION-MOVIMIENTOS.
           PERFORM 2435-SECCION-PUNTOS.
           PERFORM 2490-PIE.
           IF NOT DOCUMENTO-CON-ERROR
               PERFORM 7440-CERRAR-REGISTRO
               IF SQLCODE = 0
                   PERFORM 7450-MARCAR-GENERADA
               END-IF
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-ERROR-DOCUMENTO
               END-IF
           END-IF.
           MOVE HV-ID-DSAR        TO WS-LC-ID.
           MOVE HV-USUARIO-DSAR   TO WS-LC-USUARIO.
           MOVE HV-SUCURSAL-DSAR  TO WS-LC-SUCURSAL.
           MOVE HV-FECHA-LIM-DSAR TO WS-LC-LIMITE.
           MOVE SPACES            TO WS-LC-DETALLE.
           IF DOCUMENTO-CON-ERROR
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKDS - ERROR EN LA SOLICITUD ' HV-ID-DSAR
                   ' SQLCODE ' SQLCODE
               MOVE 'P' TO WS-LC-ESTADO
               MOVE 'ERROR - QUEDA PENDIENTE' TO WS-LC-DETALLE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE HV-ID-DSAR TO WS-ID-ULTIMO
               EXEC SQL CLOSE CUR-PENDIENTES END-EXEC
               EXEC SQL OPEN CUR-PENDIENTES END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-GENERADOS
               MOVE 'G' TO WS-LC-ESTADO
               MOVE HV-ID-REPO   TO WS-ID-SOL-ED
               MOVE WS-NRO-LINEA TO WS-CANT-ED
               STRING 'REPORTE ' WS-ID-SOL-ED ' LINEAS ' WS-CANT-ED
                   DELIMITED BY SIZE INTO WS-LC-DETALLE
           END-IF.
           WRITE REG-DSAR FROM WS-LINEA-CONTROL.

       2200-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-DOC.
           STRING 'INFORME DE DATOS PERSONALES - DERECHO DE ACCESO'
               ' DEL TITULAR' DELIMITED BY SIZE INTO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE SPACES TO WS-LINEA-DOC.
           STRING '(LEY 25.326, ART. 14)'
               DELIMITED BY SIZE INTO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE WC-SEPARADOR TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE HV-ID-DSAR TO WS-ID-SOL-ED.
           MOVE 'SOLICITUD NRO'  TO WS-LR-ROTULO.
           MOVE WS-ID-SOL-ED     TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'TITULAR'        TO WS-LR-ROTULO.
           MOVE HV-USUARIO-DSAR  TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'SOLICITADA EL'  TO WS-LR-ROTULO.
           MOVE WS-FECHA-SOL     TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'PLAZO LEGAL'    TO WS-LR-ROTULO.
           MOVE HV-FECHA-LIM-DSAR TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'SUCURSAL'       TO WS-LR-ROTULO.
           MOVE HV-SUCURSAL-DSAR TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.

      *----------------------------------------------------------------*
      * 2300 - FICHA DEL CLIENTE (SIN PASSWORD)                        *
      *----------------------------------------------------------------*
       2300-SECCION-CLIENTE.
           MOVE 'DATOS PERSONALES' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO.
           EXEC SQL SELECT NOMBRE, ESTADO, TIPO_USUARIO,
                      CHAR(DATE(FECHA_ALTA), ISO),
                      CHAR(FECHA_NACIMIENTO, ISO), IDIOMA, MONEDA,
                      CONTACTO_RECUPERACION, USUARIO_CUSTODIO,
                      SALDO, LIMITE_DIARIO, LIMITE_SOBREGIRO,
                      SALDO_MINIMO, CHAR(FECHA_CLAVE, ISO),
                      BLOQUEADO
               INTO :HV-NOMBRE, :HV-ESTADO, :HV-TIPO-USUARIO,
                    :WS-FECHA-1, :HV-FECHA-NAC-CLI, :HV-IDIOMA-CLI,
                    :HV-MONEDA, :HV-CONTACTO-RECUPERACION,
                    :HV-CUSTODIO-CLI, :HV-SALDO, :HV-LIMITE-DIARIO,
                    :HV-LIMITE-SOBREGIRO, :HV-SALDO-MINIMO,
                    :HV-FECHA-CLAVE-CLI, :HV-BLOQUEADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2305-FICHA-CLIENTE
               WHEN 100
                   MOVE '  (SIN REGISTRO EN LA BASE DE CLIENTES)'
                     TO WS-LINEA-DOC
                   PERFORM 8000-EMITIR-LINEA
               WHEN OTHER
                   MOVE 'S' TO WS-ERROR-DOCUMENTO
           END-EVALUATE.

       2305-FICHA-CLIENTE.
           MOVE 'NOMBRE'              TO WS-LR-ROTULO.
           MOVE HV-NOMBRE             TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'ESTADO / BLOQUEADO'  TO WS-LR-ROTULO.
           STRING HV-ESTADO ' / ' HV-BLOQUEADO
               DELIMITED BY SIZE INTO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'FECHA DE ALTA'       TO WS-LR-ROTULO.
           MOVE WS-FECHA-1            TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'FECHA NACIMIENTO'    TO WS-LR-ROTULO.
           IF HV-FECHA-NAC-CLI = '0001-01-01'
               MOVE 'NO REGISTRADA'   TO WS-LR-VALOR
           ELSE
               MOVE HV-FECHA-NAC-CLI  TO WS-LR-VALOR
           END-IF.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'IDIOMA / MONEDA'     TO WS-LR-ROTULO.
           STRING HV-IDIOMA-CLI ' / ' HV-MONEDA
               DELIMITED BY SIZE INTO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'CONTACTO RECUPERAC.' TO WS-LR-ROTULO.
           MOVE HV-CONTACTO-RECUPERACION TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           IF HV-CUSTODIO-CLI NOT = SPACES
               MOVE 'CUSTODIO (MENOR)' TO WS-LR-ROTULO
               MOVE HV-CUSTODIO-CLI   TO WS-LR-VALOR
               PERFORM 8100-EMITIR-ROTULO
           END-IF.
           MOVE HV-SALDO              TO WS-IMPORTE-ED.
           MOVE 'SALDO'               TO WS-LR-ROTULO.
           MOVE WS-IMPORTE-ED         TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE HV-LIMITE-DIARIO      TO WS-IMPORTE-ED.
           MOVE 'LIMITE DIARIO'       TO WS-LR-ROTULO.
           MOVE WS-IMPORTE-ED         TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE HV-LIMITE-SOBREGIRO   TO WS-IMPORTE-ED.
           MOVE 'LIMITE SOBREGIRO'    TO WS-LR-ROTULO.
           MOVE WS-IMPORTE-ED         TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE HV-SALDO-MINIMO       TO WS-IMPORTE-ED.
           MOVE 'SALDO MINIMO'        TO WS-LR-ROTULO.
           MOVE WS-IMPORTE-ED         TO WS-LR-VALOR.
           PERFORM 8100-EMITIR-ROTULO.
           MOVE 'ULTIMO CAMBIO CLAVE' TO WS-LR-ROTULO.
           IF HV-FECHA-CLAVE-CLI = '0001-01-01'
               MOVE 'NO REGISTRADO'   TO WS-LR-VALOR
           ELSE
               MOVE HV-FECHA-CLAVE-CLI TO WS-LR-VALOR
           END-IF.
           PERFORM 8100-EMITIR-ROTULO.

       2310-SECCION-CONTACTO.
           MOVE 'PREFERENCIAS DE CONTACTO' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-PREF.
           EXEC SQL SELECT EMAIL, TELEFONO, CANAL_PREFERIDO, IDIOMA,
                      OPT_TRANSFERENCIAS, OPT_SALDO_BAJO,
                      EXTRACTO_ELECTRONICO
               INTO :HV-EMAIL-PREF, :HV-TELEFONO-PREF,
                    :HV-CANAL-PREF, :HV-IDIOMA-PREF,
                    :HV-OPT-TRANSF-PREF, :HV-OPT-SALDO-PREF,
                    :HV-EXT-ELEC-PREF
               FROM IBMUSER.PREFERENCIAS_CONTACTO
               WHERE USUARIO = :HV-USUARIO-PREF
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'EMAIL'              TO WS-LR-ROTULO
                   MOVE HV-EMAIL-PREF        TO WS-LR-VALOR
                   PERFORM 8100-EMITIR-ROTULO
                   MOVE 'TELEFONO'           TO WS-LR-ROTULO
                   MOVE HV-TELEFONO-PREF     TO WS-LR-VALOR
                   PERFORM 8100-EMITIR-ROTULO
                   MOVE 'CANAL / IDIOMA'     TO WS-LR-ROTULO
                   STRING HV-CANAL-PREF ' / ' HV-IDIOMA-PREF
                       DELIMITED BY SIZE INTO WS-LR-VALOR
                   PERFORM 8100-EMITIR-ROTULO
                   MOVE 'AVISOS TRANSF/SALDO' TO WS-LR-ROTULO
                   STRING HV-OPT-TRANSF-PREF ' / ' HV-OPT-SALDO-PREF
                       DELIMITED BY SIZE INTO WS-LR-VALOR
                   PERFORM 8100-EMITIR-ROTULO
                   MOVE 'EXTRACTO ELECTRON.' TO WS-LR-ROTULO
                   MOVE HV-EXT-ELEC-PREF     TO WS-LR-VALOR
                   PERFORM 8100-EMITIR-ROTULO
               WHEN 100
                   PERFORM 8300-SIN-REGISTROS
               WHEN OTHER
                   MOVE 'S' TO WS-ERROR-DOCUMENTO
           END-EVALUATE.

       2320-SECCION-DOCUMENTOS.
           MOVE 'DOCUMENTOS DE IDENTIDAD' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  TIP NUMERO               AUTORIDAD            PA'
             TO WS-LINEA-DOC.
           MOVE 'VENCE      E ALTA' TO WS-LINEA-DOC(52:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-DOCU.
           EXEC SQL DECLARE CUR-DOCUMENTOS CURSOR FOR
               SELECT TIPO_DOC, NRO_DOC, AUTORIDAD, PAIS_EMISOR,
                      CHAR(FECHA_VENCIMIENTO, ISO), ESTADO,
                      CHAR(DATE(FECHA_ALTA), ISO)
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE USUARIO = :HV-USUARIO-DOCU
               ORDER BY ID_DOCUMENTO
           END-EXEC.
           EXEC SQL OPEN CUR-DOCUMENTOS END-EXEC.
           PERFORM 7320-FETCH-DOCUMENTO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-TIPO-DOCU ' ' HV-NRO-DOCU ' '
                   HV-AUTORIDAD-DOCU ' ' HV-PAIS-EMISOR-DOCU ' '
                   HV-FECHA-VTO-DOCU ' ' HV-ESTADO-DOCU ' '
                   WS-FECHA-1
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7320-FETCH-DOCUMENTO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-DOCUMENTOS END-EXEC.

       2330-SECCION-RESIDENCIAS.
           MOVE 'RESIDENCIAS FISCALES (AUTOCERTIFICACION)'
             TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  PAIS NIF                  E O FECHA'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-RFIS.
           EXEC SQL DECLARE CUR-RESIDENCIAS CURSOR FOR
               SELECT PAIS, NIF, ESTADO, ORIGEN,
                      CHAR(DATE(FECHA_AUTOCERT), ISO)
               FROM IBMUSER.RESIDENCIAS_FISCALES
               WHERE USUARIO = :HV-USUARIO-RFIS
               ORDER BY PAIS
           END-EXEC.
           EXEC SQL OPEN CUR-RESIDENCIAS END-EXEC.
           PERFORM 7330-FETCH-RESIDENCIA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-PAIS-RFIS '   ' HV-NIF-RFIS ' '
                   HV-ESTADO-RFIS ' ' HV-ORIGEN-RFIS ' ' WS-FECHA-1
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7330-FETCH-RESIDENCIA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-RESIDENCIAS END-EXEC.

       2340-SECCION-CUENTAS.
           MOVE 'CUENTAS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  NUMERO     T MON CBU' TO WS-LINEA-DOC.
           MOVE 'SALDO' TO WS-LINEA-DOC(52:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-CTA.
           EXEC SQL DECLARE CUR-CUENTAS CURSOR FOR
               SELECT NUMERO_CUENTA, TIPO_CUENTA, MONEDA, CBU, SALDO
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :HV-USUARIO-CTA
               ORDER BY NUMERO_CUENTA
           END-EXEC.
           EXEC SQL OPEN CUR-CUENTAS END-EXEC.
           PERFORM 7340-FETCH-CUENTA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-SALDO-CTA TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-NUMERO-CUENTA ' ' HV-TIPO-CUENTA ' '
                   HV-MONEDA-CTA ' ' HV-CBU-CTA ' ' WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7340-FETCH-CUENTA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-CUENTAS END-EXEC.

      * PIN_HASH no se lee; el numero sale con los ultimos 4 digitos.
       2350-SECCION-TARJETAS.
           MOVE 'TARJETAS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  NUMERO           T CUENTA     E EMISION    VENCE'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-TARJ.
           EXEC SQL DECLARE CUR-TARJETAS CURSOR FOR
               SELECT NUMERO_TARJETA, TIPO_TARJETA, CUENTA_NUM,
                      ESTADO, CHAR(DATE(FECHA_EMISION), ISO),
                      CHAR(FECHA_VENCIMIENTO, ISO)
               FROM IBMUSER.TARJETAS
               WHERE USUARIO = :HV-USUARIO-TARJ
               ORDER BY ID_TARJETA
           END-EXEC.
           EXEC SQL OPEN CUR-TARJETAS END-EXEC.
           PERFORM 7350-FETCH-TARJETA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE ALL '*' TO WS-TARJETA-MASCARA
               MOVE HV-NUMERO-TARJ(13:4) TO WS-TARJETA-MASCARA(13:4)
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-TARJETA-MASCARA ' ' HV-TIPO-TARJ ' '
                   HV-CUENTA-TARJ ' ' HV-ESTADO-TARJ ' ' WS-FECHA-1
                   ' ' HV-FECHA-VENC-TARJ
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7350-FETCH-TARJETA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-TARJETAS END-EXEC.

      * Tarjetas de credito: la cuenta TC con su limite y deuda y los
      * consumos de los ultimos DSAR_MESES_HIST meses (de lo anterior,
      * solo la cantidad). El plastico sale enmascarado como en 2350.
       2355-SECCION-TARJETAS-CREDITO.
           MOVE 'TARJETAS DE CREDITO' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  CUENTA TC          LIMITE         DEUDA CIERRE'
             TO WS-LINEA-DOC.
           MOVE 'VTO. PAGO  E D CTA.DEBITO' TO WS-LINEA-DOC(50:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-CTTC.
           EXEC SQL DECLARE CUR-CUENTAS-TC CURSOR FOR
               SELECT NUMERO_CUENTA_TC, LIMITE_CREDITO, SALDO_DEUDA,
                      DIA_CIERRE, CHAR(FECHA_VENC_PAGO, ISO), ESTADO,
                      DEBITO_AUTO, CUENTA_DEBITO
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE USUARIO = :HV-USUARIO-CTTC
               ORDER BY ID_CUENTA_TC
           END-EXEC.
           EXEC SQL OPEN CUR-CUENTAS-TC END-EXEC.
           PERFORM 7355-FETCH-CUENTA-TC.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-LIMITE-CTTC     TO WS-IMPORTE-ED
               MOVE HV-DEUDA-CTTC      TO WS-IMPORTE2-ED
               MOVE HV-DIA-CIERRE-CTTC TO WS-NUMERO-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-NUMERO-CTTC ' ' WS-IMPORTE-ED
                   WS-IMPORTE2-ED ' ' WS-NUMERO-ED ' '
                   HV-FECHA-VENC-CTTC ' ' HV-ESTADO-CTTC ' '
                   HV-DEB-AUTO-CTTC ' ' HV-CTA-DEB-CTTC
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7355-FETCH-CUENTA-TC
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-CUENTAS-TC END-EXEC.
           MOVE 'CONSUMOS CON TARJETA DE CREDITO' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FECHA      TARJETA          T       IMPORTE CONCEPTO'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           EXEC SQL DECLARE CUR-CONSUMOS-TC CURSOR FOR
               SELECT CHAR(M.FECHA_NEGOCIO, ISO), M.NUMERO_TARJETA,
                      M.TIPO, M.MONTO, M.CONCEPTO
               FROM IBMUSER.MOVIMIENTOS_TC M,
                    IBMUSER.CUENTAS_TARJETA C
               WHERE C.ID_CUENTA_TC = M.ID_CUENTA_TC
                 AND C.USUARIO = :HV-USUARIO-CTTC
                 AND M.FECHA_NEGOCIO >= :WS-FECHA-DESDE
               ORDER BY M.FECHA_NEGOCIO, M.ID_MOV_TC
           END-EXEC.
           EXEC SQL OPEN CUR-CONSUMOS-TC END-EXEC.
           PERFORM 7357-FETCH-CONSUMO-TC.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE ALL '*' TO WS-TARJETA-MASCARA
               MOVE HV-TARJETA-MVTC(13:4) TO WS-TARJETA-MASCARA(13:4)
               MOVE HV-MONTO-MVTC TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' WS-TARJETA-MASCARA ' '
                   HV-TIPO-MVTC WS-IMPORTE-ED ' ' HV-CONCEPTO-MVTC
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7357-FETCH-CONSUMO-TC
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-CONSUMOS-TC END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.MOVIMIENTOS_TC M,
                    IBMUSER.CUENTAS_TARJETA C
               WHERE C.ID_CUENTA_TC = M.ID_CUENTA_TC
                 AND C.USUARIO = :HV-USUARIO-CTTC
                 AND M.FECHA_NEGOCIO < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.

       2360-SECCION-PRESTAMOS.
           MOVE 'PRESTAMOS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '        NRO CUENTA         PRINCIPAL     TASA CUOT.'
             TO WS-LINEA-DOC.
           MOVE 'E MORA ALTA' TO WS-LINEA-DOC(53:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-PRES.
           EXEC SQL DECLARE CUR-PRESTAMOS CURSOR FOR
               SELECT ID_PRESTAMO, CUENTA_NUM, MONTO_PRINCIPAL, TASA,
                      CANT_CUOTAS, ESTADO, DIAS_MORA,
                      CHAR(DATE(FECHA_ALTA), ISO)
               FROM IBMUSER.PRESTAMOS
               WHERE USUARIO = :HV-USUARIO-PRES
               ORDER BY ID_PRESTAMO
           END-EXEC.
           EXEC SQL OPEN CUR-PRESTAMOS END-EXEC.
           PERFORM 7360-FETCH-PRESTAMO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-PRES          TO WS-ID-SOL-ED
               MOVE HV-PRINCIPAL-PRES   TO WS-IMPORTE-ED
               MOVE HV-TASA-PRES        TO WS-TASA-ED
               MOVE HV-CANT-CUOTAS-PRES TO WS-NUMERO-ED
               MOVE HV-DIAS-MORA-PRES   TO WS-MORA-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-ID-SOL-ED ' ' HV-CUENTA-PRES
                   WS-IMPORTE-ED ' ' WS-TASA-ED ' ' WS-NUMERO-ED
                   ' ' HV-ESTADO-PRES WS-MORA-ED ' ' WS-FECHA-1
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7360-FETCH-PRESTAMO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-PRESTAMOS END-EXEC.

      * Solicitudes de prestamo con el ingreso declarado y la
      * resolucion; el resultado de buro es el codigo informado.
       2365-SECCION-SOLICITUDES-PRESTAMO.
           MOVE 'SOLICITUDES DE PRESTAMO' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '        NRO CUENTA             MONTO CUOT.     TASA'
             TO WS-LINEA-DOC.
           MOVE 'E MOT FECHA' TO WS-LINEA-DOC(52:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-SOLR.
           EXEC SQL DECLARE CUR-SOLICITUDES-PRES CURSOR FOR
               SELECT ID_SOLICITUD, CUENTA_NUM, MONTO, CANT_CUOTAS,
                      TASA, ESTADO, MOTIVO_RECHAZO,
                      CHAR(DATE(FECHA_SOLICITUD), ISO),
                      INGRESO_MENSUAL, RESULTADO_BURO,
                      NOTA_RESOLUCION
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE USUARIO = :HV-USUARIO-SOLR
               ORDER BY ID_SOLICITUD
           END-EXEC.
           EXEC SQL OPEN CUR-SOLICITUDES-PRES END-EXEC.
           PERFORM 7365-FETCH-SOLICITUD-PRES.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-SOLR     TO WS-ID-SOL-ED
               MOVE HV-MONTO-SOLR  TO WS-IMPORTE-ED
               MOVE HV-CUOTAS-SOLR TO WS-NUMERO-ED
               MOVE HV-TASA-SOLR   TO WS-TASA-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-ID-SOL-ED ' ' HV-CUENTA-SOLR
                   WS-IMPORTE-ED ' ' WS-NUMERO-ED ' ' WS-TASA-ED ' '
                   HV-ESTADO-SOLR ' ' HV-MOTIVO-SOLR '  ' WS-FECHA-1
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE HV-INGRESO-SOLR TO WS-IMPORTE-LARGO-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      INGRESO DECLARADO: ' WS-IMPORTE-LARGO-ED
                   '  BURO: ' HV-BURO-SOLR
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               IF HV-NOTA-SOLR NOT = SPACES
                   MOVE SPACES TO WS-LINEA-DOC
                   STRING '      RESOLUCION.......: ' HV-NOTA-SOLR
                       DELIMITED BY SIZE INTO WS-LINEA-DOC
                   PERFORM 8000-EMITIR-LINEA
               END-IF
               PERFORM 7365-FETCH-SOLICITUD-PRES
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-SOLICITUDES-PRES END-EXEC.

       2370-SECCION-PLAZOS-FIJOS.
           MOVE 'PLAZOS FIJOS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '        NRO CUENTA             MONTO     TASA'
             TO WS-LINEA-DOC.
           MOVE 'APERTURA' TO WS-LINEA-DOC(47:).
           MOVE 'VENCE      E' TO WS-LINEA-DOC(58:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-PLZF.
           EXEC SQL DECLARE CUR-PLAZOS CURSOR FOR
               SELECT ID_PLAZO, CUENTA_NUM, MONTO, TASA,
                      CHAR(FECHA_APERTURA, ISO),
                      CHAR(FECHA_VENCIMIENTO, ISO), ESTADO
               FROM IBMUSER.PLAZOS_FIJOS
               WHERE USUARIO = :HV-USUARIO-PLZF
               ORDER BY ID_PLAZO
           END-EXEC.
           EXEC SQL OPEN CUR-PLAZOS END-EXEC.
           PERFORM 7370-FETCH-PLAZO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-PLZF    TO WS-ID-SOL-ED
               MOVE HV-MONTO-PLZF TO WS-IMPORTE-ED
               MOVE HV-TASA-PLZF  TO WS-TASA-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-ID-SOL-ED ' ' HV-CUENTA-PLZF
                   WS-IMPORTE-ED ' ' WS-TASA-ED ' '
                   HV-FECHA-APER-PLZF ' ' HV-FECHA-VENC-PLZF ' '
                   HV-ESTADO-PLZF
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7370-FETCH-PLAZO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-PLAZOS END-EXEC.

       2372-SECCION-SEGUROS.
           MOVE 'POLIZAS DE SEGURO' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '        NRO ASEG.  C     SUMA ASEGURADA         PRIMA'
             TO WS-LINEA-DOC.
           MOVE 'CUENTA     E ALTA' TO WS-LINEA-DOC(55:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-POLS.
           EXEC SQL DECLARE CUR-POLIZAS CURSOR FOR
               SELECT ID_POLIZA, CODIGO_ASEG, TIPO_COBERTURA,
                      SUMA_ASEGURADA, PRIMA, CUENTA_COBRO, ESTADO,
                      CHAR(DATE(FECHA_ALTA), ISO)
               FROM IBMUSER.POLIZAS_SEGURO
               WHERE USUARIO = :HV-USUARIO-POLS
               ORDER BY ID_POLIZA
           END-EXEC.
           EXEC SQL OPEN CUR-POLIZAS END-EXEC.
           PERFORM 7372-FETCH-POLIZA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-POLS    TO WS-ID-SOL-ED
               MOVE HV-SUMA-POLS  TO WS-IMPORTE-LARGO-ED
               MOVE HV-PRIMA-POLS TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-ID-SOL-ED ' ' HV-ASEG-POLS ' '
                   HV-COBERTURA-POLS ' ' WS-IMPORTE-LARGO-ED
                   WS-IMPORTE-ED ' ' HV-CUENTA-POLS ' '
                   HV-ESTADO-POLS ' ' WS-FECHA-1
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7372-FETCH-POLIZA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-POLIZAS END-EXEC.

      * Fondos comunes: tenencia vigente por fondo (con el nombre de
      * FONDOS_INVERSION) y las ordenes de suscripcion y rescate.
       2375-SECCION-FONDOS.
           MOVE 'FONDOS COMUNES DE INVERSION (TENENCIAS)'
             TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FONDO    NOMBRE                                '
             TO WS-LINEA-DOC.
           MOVE 'CUOTAPARTES' TO WS-LINEA-DOC(55:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-TENF.
           EXEC SQL DECLARE CUR-TENENCIAS CURSOR FOR
               SELECT T.CODIGO_FONDO, F.NOMBRE, T.CUOTAPARTES
               FROM IBMUSER.TENENCIAS_FONDOS T,
                    IBMUSER.FONDOS_INVERSION F
               WHERE F.CODIGO_FONDO = T.CODIGO_FONDO
                 AND T.USUARIO = :HV-USUARIO-TENF
               ORDER BY T.CODIGO_FONDO
           END-EXEC.
           EXEC SQL OPEN CUR-TENENCIAS END-EXEC.
           PERFORM 7375-FETCH-TENENCIA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-CUOTAS-TENF TO WS-CUOTAS-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-CODIGO-TENF ' ' HV-NOMBRE-FON ' '
                   WS-CUOTAS-ED
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7375-FETCH-TENENCIA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-TENENCIAS END-EXEC.
           MOVE 'ORDENES DE SUSCRIPCION Y RESCATE DE FONDOS'
             TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '        NRO FECHA      FONDO    T              MONTO'
             TO WS-LINEA-DOC.
           MOVE 'CUENTA     E' TO WS-LINEA-DOC(54:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-ORFO.
           EXEC SQL DECLARE CUR-ORDENES-FONDOS CURSOR FOR
               SELECT ID_ORDEN, CHAR(DATE(FECHA_ORDEN), ISO),
                      CODIGO_FONDO, TIPO, MONTO, CUENTA_NUM, ESTADO
               FROM IBMUSER.ORDENES_FONDOS
               WHERE USUARIO = :HV-USUARIO-ORFO
               ORDER BY ID_ORDEN
           END-EXEC.
           EXEC SQL OPEN CUR-ORDENES-FONDOS END-EXEC.
           PERFORM 7377-FETCH-ORDEN-FONDO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-ORFO    TO WS-ID-SOL-ED
               MOVE HV-MONTO-ORFO TO WS-IMPORTE-LARGO-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-ID-SOL-ED ' ' WS-FECHA-1 ' '
                   HV-CODIGO-ORFO ' ' HV-TIPO-ORFO
                   WS-IMPORTE-LARGO-ED ' ' HV-CUENTA-ORFO ' '
                   HV-ESTADO-ORFO
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7377-FETCH-ORDEN-FONDO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-ORDENES-FONDOS END-EXEC.

       2380-SECCION-BENEFICIARIOS.
           MOVE 'BENEFICIARIOS DE TRANSFERENCIAS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  ALIAS    T DESTINO                           E ALTA'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-BENE.
           EXEC SQL DECLARE CUR-BENEFICIARIOS CURSOR FOR
               SELECT ALIAS, TIPO, USUARIO_DESTINO, BANCO_DESTINO,
                      CUENTA_DESTINO, ESTADO,
                      CHAR(DATE(FECHA_ALTA), ISO)
               FROM IBMUSER.BENEFICIARIOS
               WHERE USUARIO = :HV-USUARIO-BENE
               ORDER BY ID_BENEF
           END-EXEC.
           EXEC SQL OPEN CUR-BENEFICIARIOS END-EXEC.
           PERFORM 7380-FETCH-BENEFICIARIO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               IF HV-TIPO-BENE = 'L'
                   STRING '  ' HV-ALIAS-BENE ' ' HV-TIPO-BENE ' '
                       HV-DESTINO-BENE '                         '
                       ' ' HV-ESTADO-BENE ' ' WS-FECHA-1
                       DELIMITED BY SIZE INTO WS-LINEA-DOC
               ELSE
                   STRING '  ' HV-ALIAS-BENE ' ' HV-TIPO-BENE ' '
                       HV-BANCO-BENE ' ' HV-CTA-DESTINO-BENE '      '
                       ' ' HV-ESTADO-BENE ' ' WS-FECHA-1
                       DELIMITED BY SIZE INTO WS-LINEA-DOC
               END-IF
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7380-FETCH-BENEFICIARIO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-BENEFICIARIOS END-EXEC.

      * Transferencias al exterior con los datos del beneficiario
      * que el cliente informo (nombre, direccion y cuenta).
       2385-SECCION-TRANSF-EXTERIOR.
           MOVE 'TRANSFERENCIAS AL EXTERIOR' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-TINT.
           EXEC SQL DECLARE CUR-TRANSF-EXT CURSOR FOR
               SELECT ID_TINT, CHAR(DATE(FECHA_CREACION), ISO),
                      MONEDA, MONTO_ENVIADO, CUENTA_NUM, ESTADO,
                      BENEF_NOMBRE, BENEF_DIRECCION, BENEF_CUENTA,
                      BIC_BENEFICIARIO
               FROM IBMUSER.TRANSF_INTERNACIONAL
               WHERE USUARIO = :HV-USUARIO-TINT
               ORDER BY ID_TINT
           END-EXEC.
           EXEC SQL OPEN CUR-TRANSF-EXT END-EXEC.
           PERFORM 7385-FETCH-TRANSF-EXT.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-TINT        TO WS-ID-SOL-ED
               MOVE HV-MONTO-ENV-TINT TO WS-IMPORTE-LARGO-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  NRO ' WS-ID-SOL-ED ' ' WS-FECHA-1 ' '
                   HV-MONEDA-TINT WS-IMPORTE-LARGO-ED ' DESDE '
                   HV-CUENTA-TINT ' ESTADO ' HV-ESTADO-TINT
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      BENEFICIARIO: ' HV-BENEF-NOM-TINT
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      DIRECCION...: ' HV-BENEF-DIR-TINT
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      CUENTA......: ' HV-BENEF-CTA-TINT
                   ' BIC ' HV-BIC-BENEF-TINT
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7385-FETCH-TRANSF-EXT
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-TRANSF-EXT END-EXEC.

       2390-SECCION-CAMBIOS-PERFIL.
           MOVE 'HISTORIAL DE CAMBIOS DE PERFIL' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-CAMP.
           EXEC SQL DECLARE CUR-CAMBIOS CURSOR FOR
               SELECT CHAR(DATE(FECHA_SOLICITUD), ISO), CAMPO,
                      VALOR_ANTERIOR, VALOR_NUEVO, ESTADO
               FROM IBMUSER.CAMBIOS_PERFIL
               WHERE USUARIO = :HV-USUARIO-CAMP
               ORDER BY ID_CAMBIO
           END-EXEC.
           EXEC SQL OPEN CUR-CAMBIOS END-EXEC.
           PERFORM 7390-FETCH-CAMBIO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' HV-CAMPO-CAMP ' ESTADO '
                   HV-ESTADO-CAMP
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      ANTERIOR: ' HV-ANTERIOR-CAMP
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      NUEVO...: ' HV-NUEVO-CAMP
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7390-FETCH-CAMBIO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-CAMBIOS END-EXEC.

      * Prevision social: beneficios cobrados en el banco con su
      * ultima fe de vida y los haberes de los ultimos
      * DSAR_MESES_HIST meses (de lo anterior, solo la cantidad).
       2395-SECCION-PREVISION.
           MOVE 'BENEFICIOS PREVISIONALES' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  BENEFICIO   CUENTA     E FE DE VIDA C'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-BPRV.
           EXEC SQL DECLARE CUR-BENEF-PREV CURSOR FOR
               SELECT NRO_BENEFICIO, CUENTA_NUM, ESTADO,
                      CHAR(FECHA_FE_VIDA, ISO), CANAL_FE_VIDA
               FROM IBMUSER.BENEFICIARIOS_PREV
               WHERE USUARIO = :HV-USUARIO-BPRV
               ORDER BY NRO_BENEFICIO
           END-EXEC.
           EXEC SQL OPEN CUR-BENEF-PREV END-EXEC.
           PERFORM 7395-FETCH-BENEF-PREV.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-NRO-BENEF-BPRV ' ' HV-CUENTA-BPRV ' '
                   HV-ESTADO-BPRV ' ' HV-FECHA-FV-BPRV ' '
                   HV-CANAL-FV-BPRV
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7395-FETCH-BENEF-PREV
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-BENEF-PREV END-EXEC.
           MOVE 'HABERES PREVISIONALES' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  PERIODO PAGO               MONTO CUENTA     E MOT'
             TO WS-LINEA-DOC.
           MOVE 'DEVUELTO' TO WS-LINEA-DOC(60:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-PPRV.
           EXEC SQL DECLARE CUR-PAGOS-PREV CURSOR FOR
               SELECT PERIODO, CHAR(FECHA_PAGO, ISO), MONTO,
                      CUENTA_NUM, ESTADO, MOTIVO_DEV, MONTO_DEVUELTO
               FROM IBMUSER.PAGOS_PREV
               WHERE USUARIO = :HV-USUARIO-PPRV
                 AND FECHA_PAGO >= :WS-FECHA-DESDE
               ORDER BY FECHA_PAGO, ID_PAGO
           END-EXEC.
           EXEC SQL OPEN CUR-PAGOS-PREV END-EXEC.
           PERFORM 7397-FETCH-PAGO-PREV.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-MONTO-PPRV     TO WS-IMPORTE-ED
               MOVE HV-MONTO-DEV-PPRV TO WS-IMPORTE2-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' HV-PERIODO-PPRV '  ' HV-FECHA-PAGO-PPRV
                   WS-IMPORTE-ED ' ' HV-CUENTA-PPRV ' '
                   HV-ESTADO-PPRV ' ' HV-MOTIVO-PPRV WS-IMPORTE2-ED
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7397-FETCH-PAGO-PREV
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-PAGOS-PREV END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.PAGOS_PREV
               WHERE USUARIO = :HV-USUARIO-PPRV
                 AND FECHA_PAGO < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.

       2400-SECCION-QUEJAS.
           MOVE 'RECLAMOS Y QUEJAS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-QUEJ.
           EXEC SQL DECLARE CUR-QUEJAS CURSOR FOR
               SELECT ID_QUEJA, CHAR(DATE(FECHA_ALTA), ISO),
                      CATEGORIA, ESTADO, DETALLE, RESOLUCION
               FROM IBMUSER.QUEJAS
               WHERE USUARIO = :HV-USUARIO-QUEJ
               ORDER BY ID_QUEJA
           END-EXEC.
           EXEC SQL OPEN CUR-QUEJAS END-EXEC.
           PERFORM 7400-FETCH-QUEJA.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-ID-QUEJ TO WS-ID-SOL-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  NRO ' WS-ID-SOL-ED ' ' WS-FECHA-1
                   ' CATEGORIA ' HV-CATEG-QUEJ ' ESTADO '
                   HV-ESTADO-QUEJ
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               MOVE SPACES TO WS-LINEA-DOC
               STRING '      DETALLE..: ' HV-DETALLE-QUEJ
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               IF HV-RESOL-QUEJ NOT = SPACES
                   MOVE SPACES TO WS-LINEA-DOC
                   STRING '      RESPUESTA: ' HV-RESOL-QUEJ
                       DELIMITED BY SIZE INTO WS-LINEA-DOC
                   PERFORM 8000-EMITIR-LINEA
               END-IF
               PERFORM 7400-FETCH-QUEJA
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-QUEJAS END-EXEC.

       2405-SECCION-TERMINOS.
           MOVE 'ACEPTACION DE TERMINOS Y CONDICIONES' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FECHA      HORA     P C VERSION TERM SUC.'
             TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-TA.
           EXEC SQL DECLARE CUR-TERMINOS CURSOR FOR
               SELECT CHAR(DATE(FECHA_HORA), ISO),
                      CHAR(TIME(FECHA_HORA), ISO), PRODUCTO, CANAL,
                      VERSION, TERMINAL_ID, SUCURSAL_ID
               FROM IBMUSER.TERMINOS_ACEPTACION
               WHERE USUARIO = :HV-USUARIO-TA
               ORDER BY ID_ACEPTACION
           END-EXEC.
           EXEC SQL OPEN CUR-TERMINOS END-EXEC.
           PERFORM 7405-FETCH-TERMINO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-VERSION-TA TO WS-NUMERO-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' WS-HORA ' ' HV-PRODUCTO-TA
                   ' ' HV-CANAL-TA '   ' WS-NUMERO-ED ' '
                   HV-TERMINAL-TA ' ' HV-SUCURSAL-TA
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7405-FETCH-TERMINO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-TERMINOS END-EXEC.

      *----------------------------------------------------------------*
      * 2410/2420/2430/2435 - REGISTROS DE ALTO VOLUMEN: DETALLE DE    *
      * LOS ULTIMOS DSAR_MESES_HIST MESES Y CANTIDAD DE LO ANTERIOR.   *
      *----------------------------------------------------------------*
       2410-SECCION-ACCESOS.
           MOVE 'INGRESOS AL SISTEMA (ACCESOS)' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FECHA      HORA     TERMINAL' TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-ACC.
           EXEC SQL DECLARE CUR-ACCESOS CURSOR FOR
               SELECT CHAR(DATE(FECHA_HORA), ISO),
                      CHAR(TIME(FECHA_HORA), ISO), TERMINAL_ID
               FROM IBMUSER.ACCESOS
               WHERE USUARIO = :HV-USUARIO-ACC
                 AND DATE(FECHA_HORA) >= :WS-FECHA-DESDE
               ORDER BY FECHA_HORA
           END-EXEC.
           EXEC SQL OPEN CUR-ACCESOS END-EXEC.
           PERFORM 7410-FETCH-ACCESO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' WS-HORA ' ' HV-TERMINAL-ACC
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7410-FETCH-ACCESO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-ACCESOS END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.ACCESOS
               WHERE USUARIO = :HV-USUARIO-ACC
                 AND DATE(FECHA_HORA) < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.

       2420-SECCION-NOTIFICACIONES.
           MOVE 'NOTIFICACIONES ENVIADAS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-DESTINO-NOTI.
           EXEC SQL DECLARE CUR-NOTIFICACIONES CURSOR FOR
               SELECT CHAR(DATE(FECHA_EVENTO), ISO), USUARIO_ORIGEN,
                      MONTO, ESTADO, LEIDA, TEXTO
               FROM IBMUSER.NOTIFICACIONES
               WHERE USUARIO_DESTINO = :HV-DESTINO-NOTI
                 AND DATE(FECHA_EVENTO) >= :WS-FECHA-DESDE
               ORDER BY ID_NOTI
           END-EXEC.
           EXEC SQL OPEN CUR-NOTIFICACIONES END-EXEC.
           PERFORM 7420-FETCH-NOTIFICACION.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-MONTO-NOTI TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' DE ' HV-ORIGEN-NOTI
                   ' IMPORTE ' WS-IMPORTE-ED ' ESTADO '
                   HV-ESTADO-NOTI ' LEIDA ' HV-LEIDA-NOTI
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               IF HV-TEXTO-NOTI NOT = SPACES
                   MOVE SPACES TO WS-LINEA-DOC
                   STRING '      ' HV-TEXTO-NOTI
                       DELIMITED BY SIZE INTO WS-LINEA-DOC
                   PERFORM 8000-EMITIR-LINEA
               END-IF
               PERFORM 7420-FETCH-NOTIFICACION
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-NOTIFICACIONES END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.NOTIFICACIONES
               WHERE USUARIO_DESTINO = :HV-DESTINO-NOTI
                 AND DATE(FECHA_EVENTO) < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.

       2430-SECCION-MOVIMIENTOS.
           MOVE 'MOVIMIENTOS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FECHA      T       IMPORTE SALDO RESULT. CUENTA'
             TO WS-LINEA-DOC.
           MOVE 'CONCEPTO' TO WS-LINEA-DOC(55:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-MOV.
           EXEC SQL DECLARE CUR-MOVIMIENTOS CURSOR FOR
               SELECT CHAR(DATE(FECHA), ISO), TIPO_OPER, MONTO,
                      SALDO_RESULTANTE, CUENTA_NUM,
                      SUBSTR(CONCEPTO, 1, 20)
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :HV-USUARIO-MOV
                 AND DATE(FECHA) >= :WS-FECHA-DESDE
               ORDER BY FECHA, ID_MOV
           END-EXEC.
           EXEC SQL OPEN CUR-MOVIMIENTOS END-EXEC.
           PERFORM 7430-FETCH-MOVIMIENTO.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-MONTO            TO WS-IMPORTE-ED
               MOVE HV-SALDO-RESULTANTE TO WS-IMPORTE2-ED
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' HV-TIPO-OPER WS-IMPORTE-ED
                   WS-IMPORTE2-ED ' ' HV-CUENTA-NUM ' ' WS-CONCEPTO
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7430-FETCH-MOVIMIENTO
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-MOVIMIENTOS END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :HV-USUARIO-MOV
                 AND DATE(FECHA) < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.


      * Puntos de lealtad: acreditaciones, canjes y vencimientos de
      * los ultimos DSAR_MESES_HIST meses; la tarjeta enmascarada.
       2435-SECCION-PUNTOS.
           MOVE 'PROGRAMA DE PUNTOS' TO WS-LINEA-DOC.
           PERFORM 8200-TITULO-SECCION.
           MOVE '  FECHA      T     PUNTOS DISPONIB. VENCE      TARJETA'
             TO WS-LINEA-DOC.
           MOVE 'RUBRO' TO WS-LINEA-DOC(66:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 0 TO WS-CONT-FILAS.
           MOVE HV-USUARIO-DSAR TO HV-USUARIO-PUNT.
           EXEC SQL DECLARE CUR-PUNTOS CURSOR FOR
               SELECT CHAR(FECHA_NEGOCIO, ISO), TIPO, PUNTOS,
                      PUNTOS_DISPONIBLES, CHAR(FECHA_VENCIMIENTO, ISO),
                      NUMERO_TARJETA, RUBRO
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :HV-USUARIO-PUNT
                 AND FECHA_NEGOCIO >= :WS-FECHA-DESDE
               ORDER BY FECHA_NEGOCIO, ID_PUNTOS
           END-EXEC.
           EXEC SQL OPEN CUR-PUNTOS END-EXEC.
           PERFORM 7435-FETCH-PUNTOS.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONT-FILAS
               MOVE HV-PUNTOS-PUNT TO WS-PUNTOS-ED
               MOVE HV-DISP-PUNT   TO WS-PUNTOS2-ED
               MOVE SPACES TO WS-TARJETA-MASCARA
               IF HV-TARJETA-PUNT NOT = SPACES
                   MOVE ALL '*' TO WS-TARJETA-MASCARA
                   MOVE HV-TARJETA-PUNT(13:4)
                     TO WS-TARJETA-MASCARA(13:4)
               END-IF
               MOVE SPACES TO WS-LINEA-DOC
               STRING '  ' WS-FECHA-1 ' ' HV-TIPO-PUNT WS-PUNTOS-ED
                   WS-PUNTOS2-ED ' ' HV-FECHA-VENC-PUNT ' '
                   WS-TARJETA-MASCARA ' ' HV-RUBRO-PUNT
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
               PERFORM 7435-FETCH-PUNTOS
           END-PERFORM.
           PERFORM 8400-CERRAR-SECCION.
           EXEC SQL CLOSE CUR-PUNTOS END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONT-ANTERIORES
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :HV-USUARIO-PUNT
                 AND FECHA_NEGOCIO < :WS-FECHA-DESDE
           END-EXEC.
           PERFORM 8500-INFORMAR-ANTERIORES.
       2490-PIE.
           MOVE WC-SEPARADOR TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE 'NO SE INCLUYEN: CLAVES DE ACCESO NI PIN (SE GUARDAN'
             TO WS-LINEA-DOC.
           MOVE 'CIFRADOS Y NO SON' TO WS-LINEA-DOC(53:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE 'RECUPERABLES) NI LA INFORMACION RESERVADA DE'
             TO WS-LINEA-DOC.
           MOVE 'PREVENCION DE LAVADO' TO WS-LINEA-DOC(46:).
           PERFORM 8000-EMITIR-LINEA.
           MOVE '(LEY 25.246, ART. 21 Y 22).' TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE '*** FIN DEL INFORME ***' TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.

      *================================================================*
      * 3000 - CONTROL DE PLAZOS                                       *
      *================================================================*
       3000-CONTROLAR-PLAZOS.
           MOVE SPACES TO REG-DSAR.
           WRITE REG-DSAR.
           MOVE SPACES TO REG-DSAR.
           STRING 'SOLICITUDES ABIERTAS VENCIDAS O POR VENCER'
               DELIMITED BY SIZE INTO REG-DSAR.
           WRITE REG-DSAR.
           EXEC SQL DECLARE CUR-PLAZOS-DSAR CURSOR FOR
               SELECT ID_SOLICITUD, USUARIO, SUCURSAL_ID,
                      CHAR(FECHA_LIMITE, ISO), ESTADO,
                      DAYS(FECHA_LIMITE) - DAYS(CURRENT DATE)
               FROM IBMUSER.SOLICITUDES_DSAR
               WHERE ESTADO IN ('P', 'G')
                 AND FECHA_LIMITE <= CURRENT DATE
                     + :WS-DIAS-AVISO DAYS
               ORDER BY FECHA_LIMITE, ID_SOLICITUD
           END-EXEC.
           EXEC SQL OPEN CUR-PLAZOS-DSAR END-EXEC.
           PERFORM 7500-FETCH-PLAZO-DSAR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-INFORMAR-PLAZO
               PERFORM 7500-FETCH-PLAZO-DSAR
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKDS - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-PLAZOS-DSAR END-EXEC.
           IF WS-CONT-VENCIDAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 3200-CUMPLIMIENTO-MES.

       3100-INFORMAR-PLAZO.
           MOVE HV-ID-DSAR        TO WS-LC-ID.
           MOVE HV-USUARIO-DSAR   TO WS-LC-USUARIO.
           MOVE HV-SUCURSAL-DSAR  TO WS-LC-SUCURSAL.
           MOVE HV-FECHA-LIM-DSAR TO WS-LC-LIMITE.
           MOVE HV-ESTADO-DSAR    TO WS-LC-ESTADO.
           MOVE SPACES            TO WS-LC-DETALLE.
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-CONT-VENCIDAS
               COMPUTE WS-NUMERO-ED = 0 - WS-DIAS-RESTANTES
               STRING 'VENCIDA HACE ' WS-NUMERO-ED ' DIAS'
                   DELIMITED BY SIZE INTO WS-LC-DETALLE
           ELSE
               ADD 1 TO WS-CONT-AVISO
               MOVE WS-DIAS-RESTANTES TO WS-NUMERO-ED
               STRING 'VENCE EN ' WS-NUMERO-ED ' DIAS'
                   DELIMITED BY SIZE INTO WS-LC-DETALLE
           END-IF.
           WRITE REG-DSAR FROM WS-LINEA-CONTROL.

      * Cumplimiento del ultimo mes: entregas y entregas tardias.
       3200-CUMPLIMIENTO-MES.
           EXEC SQL SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN DATE(FECHA_ENTREGA)
                                        > FECHA_LIMITE
                                   THEN 1 ELSE 0 END), 0)
               INTO :WS-CONT-ENTREGADAS, :WS-CONT-TARDIAS
               FROM IBMUSER.SOLICITUDES_DSAR
               WHERE ESTADO = 'E'
                 AND DATE(FECHA_ENTREGA) > CURRENT DATE - 1 MONTH
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CONT-ENTREGADAS WS-CONT-TARDIAS
           END-IF.
           MOVE SPACES TO REG-DSAR.
           WRITE REG-DSAR.
           MOVE WS-CONT-ENTREGADAS TO WS-ID-SOL-ED.
           MOVE WS-CONT-TARDIAS    TO WS-CANT-ED.
           STRING 'ENTREGADAS ULTIMO MES: ' WS-ID-SOL-ED
               '  FUERA DE PLAZO: ' WS-CANT-ED
               DELIMITED BY SIZE INTO REG-DSAR.
           WRITE REG-DSAR.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DSAR_MESES_HIST'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MESES-HIST
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'AVISO_DSAR_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-AVISO
           END-IF.
           EXEC SQL SELECT CHAR(CURRENT DATE - :WS-MESES-HIST MONTHS,
                      ISO)
               INTO :WS-FECHA-DESDE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7100-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-PENDIENTES
               INTO :HV-ID-DSAR, :HV-USUARIO-DSAR, :HV-SUCURSAL-DSAR,
                    :WS-FECHA-SOL, :HV-FECHA-LIM-DSAR
           END-EXEC.

      * Nombre del reporte: 'DS' + numero de solicitud (6 digitos).
       7200-REGISTRAR-REPORTE.
           MOVE HV-ID-DSAR TO WS-ID-ED.
           MOVE SPACES TO HV-NOMBRE-REPO.
           STRING 'DS' WS-ID-ED DELIMITED BY SIZE INTO HV-NOMBRE-REPO.
           MOVE WC-PROGRAMA TO HV-PROGRAMA-REPO.
           MOVE 'L'         TO HV-CLASE-REPO.
           EXEC SQL INSERT INTO IBMUSER.REPOSITORIO_REPORTES
               (NOMBRE_REPORTE, PROGRAMA, CLASE_RETENCION,
                CANT_LINEAS, ESTADO, FECHA_PROCESO, FECHA_REGISTRO)
               VALUES (:HV-NOMBRE-REPO, :HV-PROGRAMA-REPO,
                :HV-CLASE-REPO, 0, 'D', CURRENT DATE,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-REPO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7320-FETCH-DOCUMENTO.
           EXEC SQL FETCH CUR-DOCUMENTOS
               INTO :HV-TIPO-DOCU, :HV-NRO-DOCU, :HV-AUTORIDAD-DOCU,
                    :HV-PAIS-EMISOR-DOCU, :HV-FECHA-VTO-DOCU,
                    :HV-ESTADO-DOCU, :WS-FECHA-1
           END-EXEC.

       7330-FETCH-RESIDENCIA.
           EXEC SQL FETCH CUR-RESIDENCIAS
               INTO :HV-PAIS-RFIS, :HV-NIF-RFIS, :HV-ESTADO-RFIS,
                    :HV-ORIGEN-RFIS, :WS-FECHA-1
           END-EXEC.

       7340-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CUENTAS
               INTO :HV-NUMERO-CUENTA, :HV-TIPO-CUENTA,
                    :HV-MONEDA-CTA, :HV-CBU-CTA, :HV-SALDO-CTA
           END-EXEC.

       7350-FETCH-TARJETA.
           EXEC SQL FETCH CUR-TARJETAS
               INTO :HV-NUMERO-TARJ, :HV-TIPO-TARJ, :HV-CUENTA-TARJ,
                    :HV-ESTADO-TARJ, :WS-FECHA-1, :HV-FECHA-VENC-TARJ
           END-EXEC.

       7355-FETCH-CUENTA-TC.
           EXEC SQL FETCH CUR-CUENTAS-TC
               INTO :HV-NUMERO-CTTC, :HV-LIMITE-CTTC, :HV-DEUDA-CTTC,
                    :HV-DIA-CIERRE-CTTC, :HV-FECHA-VENC-CTTC,
                    :HV-ESTADO-CTTC, :HV-DEB-AUTO-CTTC,
                    :HV-CTA-DEB-CTTC
           END-EXEC.

       7357-FETCH-CONSUMO-TC.
           EXEC SQL FETCH CUR-CONSUMOS-TC
               INTO :WS-FECHA-1, :HV-TARJETA-MVTC, :HV-TIPO-MVTC,
                    :HV-MONTO-MVTC, :HV-CONCEPTO-MVTC
           END-EXEC.

       7360-FETCH-PRESTAMO.
           EXEC SQL FETCH CUR-PRESTAMOS
               INTO :HV-ID-PRES, :HV-CUENTA-PRES, :HV-PRINCIPAL-PRES,
                    :HV-TASA-PRES, :HV-CANT-CUOTAS-PRES,
                    :HV-ESTADO-PRES, :HV-DIAS-MORA-PRES, :WS-FECHA-1
           END-EXEC.

       7365-FETCH-SOLICITUD-PRES.
           EXEC SQL FETCH CUR-SOLICITUDES-PRES
               INTO :HV-ID-SOLR, :HV-CUENTA-SOLR, :HV-MONTO-SOLR,
                    :HV-CUOTAS-SOLR, :HV-TASA-SOLR, :HV-ESTADO-SOLR,
                    :HV-MOTIVO-SOLR, :WS-FECHA-1, :HV-INGRESO-SOLR,
                    :HV-BURO-SOLR, :HV-NOTA-SOLR
           END-EXEC.

       7370-FETCH-PLAZO.
           EXEC SQL FETCH CUR-PLAZOS
               INTO :HV-ID-PLZF, :HV-CUENTA-PLZF, :HV-MONTO-PLZF,
                    :HV-TASA-PLZF, :HV-FECHA-APER-PLZF,
                    :HV-FECHA-VENC-PLZF, :HV-ESTADO-PLZF
           END-EXEC.

       7372-FETCH-POLIZA.
           EXEC SQL FETCH CUR-POLIZAS
               INTO :HV-ID-POLS, :HV-ASEG-POLS, :HV-COBERTURA-POLS,
                    :HV-SUMA-POLS, :HV-PRIMA-POLS, :HV-CUENTA-POLS,
                    :HV-ESTADO-POLS, :WS-FECHA-1
           END-EXEC.

       7375-FETCH-TENENCIA.
           EXEC SQL FETCH CUR-TENENCIAS
               INTO :HV-CODIGO-TENF, :HV-NOMBRE-FON, :HV-CUOTAS-TENF
           END-EXEC.

       7377-FETCH-ORDEN-FONDO.
           EXEC SQL FETCH CUR-ORDENES-FONDOS
               INTO :HV-ID-ORFO, :WS-FECHA-1, :HV-CODIGO-ORFO,
                    :HV-TIPO-ORFO, :HV-MONTO-ORFO, :HV-CUENTA-ORFO,
                    :HV-ESTADO-ORFO
           END-EXEC.

       7380-FETCH-BENEFICIARIO.
           EXEC SQL FETCH CUR-BENEFICIARIOS
               INTO :HV-ALIAS-BENE, :HV-TIPO-BENE, :HV-DESTINO-BENE,
                    :HV-BANCO-BENE, :HV-CTA-DESTINO-BENE,
                    :HV-ESTADO-BENE, :WS-FECHA-1
           END-EXEC.

       7385-FETCH-TRANSF-EXT.
           EXEC SQL FETCH CUR-TRANSF-EXT
               INTO :HV-ID-TINT, :WS-FECHA-1, :HV-MONEDA-TINT,
                    :HV-MONTO-ENV-TINT, :HV-CUENTA-TINT,
                    :HV-ESTADO-TINT, :HV-BENEF-NOM-TINT,
                    :HV-BENEF-DIR-TINT, :HV-BENEF-CTA-TINT,
                    :HV-BIC-BENEF-TINT
           END-EXEC.

       7390-FETCH-CAMBIO.
           EXEC SQL FETCH CUR-CAMBIOS
               INTO :WS-FECHA-1, :HV-CAMPO-CAMP, :HV-ANTERIOR-CAMP,
                    :HV-NUEVO-CAMP, :HV-ESTADO-CAMP
           END-EXEC.

       7395-FETCH-BENEF-PREV.
           EXEC SQL FETCH CUR-BENEF-PREV
               INTO :HV-NRO-BENEF-BPRV, :HV-CUENTA-BPRV,
                    :HV-ESTADO-BPRV, :HV-FECHA-FV-BPRV,
                    :HV-CANAL-FV-BPRV
           END-EXEC.

       7397-FETCH-PAGO-PREV.
           EXEC SQL FETCH CUR-PAGOS-PREV
               INTO :HV-PERIODO-PPRV, :HV-FECHA-PAGO-PPRV,
                    :HV-MONTO-PPRV, :HV-CUENTA-PPRV, :HV-ESTADO-PPRV,
                    :HV-MOTIVO-PPRV, :HV-MONTO-DEV-PPRV
           END-EXEC.

       7400-FETCH-QUEJA.
           EXEC SQL FETCH CUR-QUEJAS
               INTO :HV-ID-QUEJ, :WS-FECHA-1, :HV-CATEG-QUEJ,
                    :HV-ESTADO-QUEJ, :HV-DETALLE-QUEJ, :HV-RESOL-QUEJ
           END-EXEC.

       7405-FETCH-TERMINO.
           EXEC SQL FETCH CUR-TERMINOS
               INTO :WS-FECHA-1, :WS-HORA, :HV-PRODUCTO-TA,
                    :HV-CANAL-TA, :HV-VERSION-TA, :HV-TERMINAL-TA,
                    :HV-SUCURSAL-TA
           END-EXEC.

       7410-FETCH-ACCESO.
           EXEC SQL FETCH CUR-ACCESOS
               INTO :WS-FECHA-1, :WS-HORA, :HV-TERMINAL-ACC
           END-EXEC.

       7420-FETCH-NOTIFICACION.
           EXEC SQL FETCH CUR-NOTIFICACIONES
               INTO :WS-FECHA-1, :HV-ORIGEN-NOTI, :HV-MONTO-NOTI,
                    :HV-ESTADO-NOTI, :HV-LEIDA-NOTI, :HV-TEXTO-NOTI
           END-EXEC.

       7430-FETCH-MOVIMIENTO.
           EXEC SQL FETCH CUR-MOVIMIENTOS
               INTO :WS-FECHA-1, :HV-TIPO-OPER, :HV-MONTO,
                    :HV-SALDO-RESULTANTE, :HV-CUENTA-NUM,
                    :WS-CONCEPTO
           END-EXEC.

       7435-FETCH-PUNTOS.
           EXEC SQL FETCH CUR-PUNTOS
               INTO :WS-FECHA-1, :HV-TIPO-PUNT, :HV-PUNTOS-PUNT,
                    :HV-DISP-PUNT, :HV-FECHA-VENC-PUNT,
                    :HV-TARJETA-PUNT, :HV-RUBRO-PUNT
           END-EXEC.

       7450-MARCAR-GENERADA.
           MOVE HV-ID-REPO   TO HV-ID-REPO-DSAR.
           MOVE WS-NRO-LINEA TO HV-CANT-LIN-DSAR.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_DSAR
               SET ESTADO = 'G',
                   ID_REPORTE = :HV-ID-REPO-DSAR,
                   CANT_LINEAS = :HV-CANT-LIN-DSAR,
                   ID_IMPR_DESDE = :HV-IMPR-DESDE-DSAR,
                   ID_IMPR_HASTA = :HV-IMPR-HASTA-DSAR,
                   FECHA_GENERACION = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-DSAR
                 AND ESTADO = 'P'
           END-EXEC.

       7440-CERRAR-REGISTRO.
           MOVE WS-NRO-LINEA TO HV-CANT-LIN-REPO.
           EXEC SQL UPDATE IBMUSER.REPOSITORIO_REPORTES
               SET CANT_LINEAS = :HV-CANT-LIN-REPO
               WHERE ID_REPORTE = :HV-ID-REPO
           END-EXEC.

       7500-FETCH-PLAZO-DSAR.
           EXEC SQL FETCH CUR-PLAZOS-DSAR
               INTO :HV-ID-DSAR, :HV-USUARIO-DSAR, :HV-SUCURSAL-DSAR,
                    :HV-FECHA-LIM-DSAR, :HV-ESTADO-DSAR,
                    :WS-DIAS-RESTANTES
           END-EXEC.

      *================================================================*
      * 8000 - EMISION DE LINEAS DEL DOCUMENTO                         *
      * Cada linea va al repositorio (vista PBNKVR) y a la cola de     *
      * impresion de la sucursal que recibio la solicitud; la primera  *
      * y la ultima fila de la cola quedan en la solicitud. Tras el    *
      * primer error la solicitud ya no emite: se deshace entera.      *
      *================================================================*
       8000-EMITIR-LINEA.
           IF NOT DOCUMENTO-CON-ERROR
               ADD 1 TO WS-NRO-LINEA
               MOVE HV-ID-REPO   TO HV-ID-RLIN
               MOVE WS-NRO-LINEA TO HV-NRO-RLIN
               MOVE WS-LINEA-DOC TO HV-TEXTO-RLIN
               EXEC SQL INSERT INTO IBMUSER.REPORTE_LINEAS
                   (ID_REPORTE, NRO_LINEA, TEXTO)
                   VALUES (:HV-ID-RLIN, :HV-NRO-RLIN, :HV-TEXTO-RLIN)
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-SUCURSAL-DSAR TO HV-SUCURSAL-IMPR
                   MOVE WC-PROGRAMA      TO HV-PROGRAMA-IMPR
                   MOVE WS-LINEA-DOC     TO HV-TEXTO-IMPR
                   EXEC SQL INSERT INTO IBMUSER.COLA_IMPRESION
                       (SUCURSAL_ID, PROGRAMA, TEXTO, ESTADO,
                        INTENTOS, FECHA_ALTA, FECHA_ESTADO)
                       VALUES (:HV-SUCURSAL-IMPR, :HV-PROGRAMA-IMPR,
                        :HV-TEXTO-IMPR, 'P', 0, CURRENT TIMESTAMP,
                        CURRENT TIMESTAMP)
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                       INTO :HV-ID-IMPR
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   IF WS-NRO-LINEA = 1
                       MOVE HV-ID-IMPR TO HV-IMPR-DESDE-DSAR
                   END-IF
                   MOVE HV-ID-IMPR TO HV-IMPR-HASTA-DSAR
               END-IF
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-ERROR-DOCUMENTO
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINEA-DOC.

       8100-EMITIR-ROTULO.
           MOVE WS-LINEA-ROTULO TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE SPACES TO WS-LR-ROTULO WS-LR-VALOR.

       8200-TITULO-SECCION.
           MOVE WS-LINEA-DOC TO WS-TITULO-SECCION.
           MOVE SPACES TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.
           MOVE WS-TITULO-SECCION TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.

       8300-SIN-REGISTROS.
           MOVE '  (SIN REGISTROS)' TO WS-LINEA-DOC.
           PERFORM 8000-EMITIR-LINEA.

      * Fin de una seccion de cursor: 100 es el fin normal.
       8400-CERRAR-SECCION.
           IF SQLCODE NOT = 100
               MOVE 'S' TO WS-ERROR-DOCUMENTO
           END-IF.
           IF WS-CONT-FILAS = 0
               PERFORM 8300-SIN-REGISTROS
           END-IF.

       8500-INFORMAR-ANTERIORES.
           IF SQLCODE = 0 AND WS-CONT-ANTERIORES > 0
               MOVE WS-CONT-ANTERIORES TO WS-CANT-ED
               STRING '  ' WS-CANT-ED ' REGISTROS ANTERIORES AL '
                   WS-FECHA-DESDE ' (DISPONIBLES A PEDIDO)'
                   DELIMITED BY SIZE INTO WS-LINEA-DOC
               PERFORM 8000-EMITIR-LINEA
           END-IF.
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-ERROR-DOCUMENTO
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-SOLICITUDES TO WS-EJEC-PROC.
           MOVE WS-CONT-VENCIDAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-DSAR.
           DISPLAY 'PBNKDS - SOLICITUDES PENDIENTES : '
               WS-CONT-SOLICITUDES.
           DISPLAY 'PBNKDS - DOCUMENTOS GENERADOS   : '
               WS-CONT-GENERADOS.
           DISPLAY 'PBNKDS - ABIERTAS VENCIDAS      : '
               WS-CONT-VENCIDAS.
           DISPLAY 'PBNKDS - ABIERTAS POR VENCER    : '
               WS-CONT-AVISO.
           DISPLAY 'PBNKDS - DOCUMENTOS DE ACCESO A DATOS - FIN'.

       COPY CPYEJBP.
