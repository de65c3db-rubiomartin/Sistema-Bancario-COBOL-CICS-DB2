       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSE                                 **
      ** TITULO ...........: SOLICITUDES DE PRESTAMO                **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal: el oficial carga la solicitud de   **
      **   prestamo antes de la venta (IBMUSER.SOLICITUDES_        **
      **   PRESTAMO). PBNKLO solo formaliza solicitudes aprobadas.  **
      ** - ENTER con solo el cliente consulta sus solicitudes. Con  **
      **   MONTO cargado da de alta: cuenta, cuotas, unidad, el     **
      **   resultado del buro (N normal, O observado, R irregular)  **
      **   y la documentacion recibida (identidad, ingresos,        **
      **   domicilio: S/N).                                         **
      ** - Capacidad de pago: el mismo ratio de PBNKLO (2330) con   **
      **   la tasa del producto (cuotas vigentes + cuota nueva      **
      **   sobre el ingreso de nomina de MESES_INGRESO_NOMINA).     **
      ** - Resolucion al alta: buro 'R' se rechaza (motivo 02);     **
      **   monto dentro de LIMITE_OFICIAL_PRESTAMO, ratio dentro    **
      **   de RATIO_CUOTA_INGRESO, buro 'N' y documentacion         **
      **   completa se aprueba con la firma del oficial; todo lo    **
      **   demas va a la cola del comite de credito (PBNKCC).       **
      ** - Con el ID en ACTUALIZAR DOC. se corrige la documentacion **
      **   recibida de una solicitud que espera al comite.          **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKSEMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLSOLR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO            PIC X(8)  VALUE SPACES.
           05 WS-ID-SOLICITUD       PIC S9(9) COMP VALUE 0.
           05 WS-MONTO              PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-CUOTAS        PIC S9(4) COMP VALUE 0.
           05 WS-UNIDAD             PIC X(3)  VALUE 'ARS'.
              88 SOLICITUD-EN-UVA             VALUE 'UVA'.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-ID-EDIT            PIC 9(8).
           05 WS-EN-CURSO           PIC S9(9) COMP VALUE 0.
      * Parametros del producto. Valores de fabrica; 7060 los
      * reemplaza por IBMUSER.PARAMETROS si la fila existe (los
      * mismos nombres que usa PBNKLO).
           05 WS-TASA-PRESTAMO      PIC S9(3)V9(6) COMP-3
                                     VALUE 0,025000.
           05 WS-TASA-PRESTAMO-UVA  PIC S9(3)V9(6) COMP-3
                                     VALUE 0,007500.
           05 WS-RATIO-MAXIMO       PIC S9(3)V9(2) COMP-3
                                     VALUE 35,00.
           05 WS-MESES-INGRESO      PIC S9(4) COMP VALUE 3.
           05 WS-LIMITE-OFICIAL     PIC S9(9)V9(2) COMP-3
                                     VALUE 500000,00.
      * Capacidad de pago (2400).
           05 WS-INGRESO-MENSUAL    PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-CARGA-CUOTAS       PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-CUOTA-PROYECTADA   PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RATIO-CALCULADO    PIC S9(5)V9(2) COMP-3 VALUE 0.

       01  WS-CABECERA-SOLICITUDES.
           05 FILLER                PIC X(36) VALUE
              '  SOLIC.         MONTO CUO UNI  RATI'.
           05 FILLER                PIC X(34) VALUE
              'O B DOC E     APROBADO MT         '.

       01  WS-LINEA-SOLICITUD.
           05 WS-LS-ID              PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LS-MONTO           PIC -(8)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-CUOTAS          PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-UNIDAD          PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-RATIO           PIC ZZ9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-BURO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-DOC-ID          PIC X(1).
           05 WS-LS-DOC-ING         PIC X(1).
           05 WS-LS-DOC-DOM         PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-ESTADO          PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-APROBADO        PIC -(8)9,99 BLANK WHEN ZERO.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-MOTIVO          PIC X(2).
           05 FILLER                PIC X(9)  VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSE'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKSE'.
      * Mismo CONCEPTO de haberes que BATCH/PBNKNO.cbl.
           03  WC-CONCEPTO-HABERES  PIC X(30)
               VALUE 'ACREDITACION DE HABERES'.
           03  WC-CUOTAS-MAXIMO     PIC S9(4) COMP VALUE 60.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).

       PROCEDURE DIVISION.

      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND ESTADO-ERROR-LOGN
                   PERFORM 9100-SALIR-A-LOGN

               WHEN NOT USUARIO-EMPLEADO
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBTRNID NOT = WC-TRANSACCION
                   PERFORM 1000-PREPARAR-DATOS

               WHEN OTHER
                   PERFORM 2000-PROCESAR-INTERACCION
           END-EVALUATE.

           PERFORM 9999-RETORNO-CICS.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPSEO.
           MOVE ' ENTER=CONSULTAR/SOLICITAR/ACTUALIZAR DOC. PF3=FIN'
             TO LEYENDAO.
           MOVE ' CLIENTE ....:' TO LBLCLIO.
           MOVE ' CUENTA:' TO LBLCTAO.
           MOVE ' MONTO:'  TO LBLMONO.
           MOVE ' CUOTAS:' TO LBLCUOO.
           MOVE ' UNIDAD:' TO LBLUNIO.
           MOVE ' BURO:'   TO LBLBURO.
           MOVE ' DOC. ID/ING/DOM:' TO LBLDOCO.
           MOVE ' ACTUALIZAR DOC.:' TO LBLSOLO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-TRATAR-ENTRADA

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * Solo el cliente cargado = consulta; con un ID en ACTUALIZAR
      * DOC. se corrige la documentacion; con MONTO, alta.
       2100-TRATAR-ENTRADA.
           PERFORM 2200-VALIDAR-CLIENTE.
           IF NO-HAY-ERRORES
               INSPECT SOLDOSEI REPLACING ALL LOW-VALUES BY SPACES
               INSPECT MONTOSEI REPLACING ALL LOW-VALUES BY SPACES
               EVALUATE TRUE
                   WHEN SOLDOSEI NOT = SPACES
                       PERFORM 2600-ACTUALIZAR-DOCUMENTOS
                   WHEN MONTOSEI NOT = SPACES
                       PERFORM 2300-ALTA-SOLICITUD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 3000-LISTAR-SOLICITUDES
           END-IF.

       2200-VALIDAR-CLIENTE.
           MOVE 'N' TO SW-ERRORES.
           INSPECT CLIENSEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(CLIENSEI) TO CLIENSEI.
           MOVE ATTR-NORMAL TO CLIENSEC.
           MOVE SPACES TO NOMCLIO.
           IF CLIENSEI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO DEL CLIENTE' TO MSGO
               MOVE ATTR-RED TO CLIENSEC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE CLIENSEI TO WS-USUARIO
               PERFORM 7100-LEER-CLIENTE
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO CLIENSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE HV-NOMBRE TO NOMCLIO
               END-IF
           END-IF.

      *================================================================*
      * 2300 - ALTA DE LA SOLICITUD                                    *
      *================================================================*
       2300-ALTA-SOLICITUD.
           PERFORM 7060-LEER-PARAMETROS.
           PERFORM 2350-VALIDAR-ALTA.
           IF NO-HAY-ERRORES
               PERFORM 2400-EVALUAR-CAPACIDAD
               PERFORM 2450-RESOLVER-ALTA
               PERFORM 7400-INSERTAR-SOLICITUD
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-SOLR TO WS-ID-EDIT
                   EVALUATE HV-ESTADO-SOLR
                       WHEN 'A'
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' APROBADA - FORMALIZAR EN PRESTAMOS'
                               DELIMITED BY SIZE INTO MSGO
                           MOVE ATTR-GREEN TO MSGC
                       WHEN 'D'
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' RECHAZADA POR BURO DE CREDITO'
                               DELIMITED BY SIZE INTO MSGO
                           MOVE ATTR-RED TO MSGC
                       WHEN OTHER
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' ENVIADA AL COMITE DE CREDITO'
                               DELIMITED BY SIZE INTO MSGO
                           MOVE ATTR-YELLOW TO MSGC
                   END-EVALUATE
                   MOVE SPACES TO CUENTSEO MONTOSEO CUOTSEO UNIDSEO
                                  BUROSEO DOCIDSEO DOCINSEO DOCDOSEO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR LA SOLICITUD' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2350-VALIDAR-ALTA.
           INSPECT CUENTSEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUOTSEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT UNIDSEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BUROSEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(UNIDSEI) TO UNIDSEI.
           MOVE FUNCTION UPPER-CASE(BUROSEI) TO BUROSEI.
           MOVE ATTR-NORMAL TO CUENTSEC.
           MOVE ATTR-NORMAL TO MONTOSEC.
           MOVE ATTR-NORMAL TO CUOTSEC.
           MOVE ATTR-NORMAL TO UNIDSEC.
           MOVE ATTR-NORMAL TO BUROSEC.
           MOVE ATTR-NORMAL TO DOCIDSEC DOCINSEC DOCDOSEC.

      * Mismos requisitos de cliente que PBNKLO: la solicitud de un
      * cliente bloqueado o cerrado no se podria formalizar.
           IF HV-BLOQUEADO = 'S' OR HV-ESTADO NOT = 'A'
               MOVE ' ERROR: CLIENTE BLOQUEADO O CERRADO' TO MSGO
               MOVE ATTR-RED TO CLIENSEC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      * Una sola solicitud abierta por cliente (en comite o aprobada
      * sin formalizar).
           IF NO-HAY-ERRORES
               PERFORM 7350-CONTAR-EN-CURSO
               IF WS-EN-CURSO > 0
                   MOVE ' ERROR: YA TIENE UNA SOLICITUD ABIERTA'
                     TO MSGO
                   MOVE ATTR-RED TO CLIENSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7300-LEER-CUENTA
               IF SQLCODE NOT = 0 OR HV-USUARIO-CTA NOT = WS-USUARIO
                   MOVE ' ERROR: LA CUENTA NO ES DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CUENTSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE MONTOSEI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
                   MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONTOSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-MONTO
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE CUOTSEI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR = 'S'
                       OR WS-VAL-SALIDA-V < 1
                       OR WS-VAL-SALIDA-V > WC-CUOTAS-MAXIMO
                   MOVE ' ERROR: CUOTAS ADMITIDAS 1 A 60' TO MSGO
                   MOVE ATTR-RED TO CUOTSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-CANT-CUOTAS
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               IF UNIDSEI = SPACES
                   MOVE 'ARS' TO WS-UNIDAD
               ELSE
                   MOVE UNIDSEI TO WS-UNIDAD
               END-IF
               IF WS-UNIDAD NOT = 'ARS' AND NOT SOLICITUD-EN-UVA
                   MOVE ' ERROR: UNIDAD ADMITIDA ARS O UVA' TO MSGO
                   MOVE ATTR-RED TO UNIDSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               IF BUROSEI NOT = 'N' AND BUROSEI NOT = 'O'
                       AND BUROSEI NOT = 'R'
                   MOVE ' ERROR: BURO N (NORMAL) O (OBSERV.) R (IRREG.)'
                     TO MSGO
                   MOVE ATTR-RED TO BUROSEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2500-VALIDAR-DOCUMENTOS
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - CAPACIDAD DE PAGO. Mismo ratio que PBNKLO 2330 con la   *
      * tasa del producto (la condicion negociada, si la hay, se       *
      * aplica al formalizar). En UVA la cuota en pesos al indice del  *
      * dia es MONTO * (1 + TASA UVA * CUOTAS) / CUOTAS: el indice se  *
      * cancela y no hace falta leerlo.                                *
      *----------------------------------------------------------------*
       2400-EVALUAR-CAPACIDAD.
           IF SOLICITUD-EN-UVA
               MOVE WS-TASA-PRESTAMO-UVA TO WS-TASA-PRESTAMO
           END-IF.
           COMPUTE WS-CUOTA-PROYECTADA ROUNDED =
               (WS-MONTO * (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS))
               / WS-CANT-CUOTAS.
           PERFORM 7380-LEER-INGRESO-NOMINA.
           PERFORM 7390-LEER-CARGA-CUOTAS.
           IF WS-INGRESO-MENSUAL > 0
               COMPUTE WS-RATIO-CALCULADO ROUNDED =
                   (WS-CARGA-CUOTAS + WS-CUOTA-PROYECTADA)
                   * 100 / WS-INGRESO-MENSUAL
           ELSE
               MOVE 999,99 TO WS-RATIO-CALCULADO
           END-IF.

      * Buro irregular: rechazo directo. Dentro de la atribucion del
      * oficial y sin observaciones: aprobada con su firma. Lo demas,
      * al comite.
       2450-RESOLVER-ALTA.
           MOVE SPACES TO HV-MOTIVO-SOLR.
           MOVE 0 TO HV-MONTO-APR-SOLR.
           MOVE 0 TO HV-CUOTAS-APR-SOLR.
           MOVE SPACES TO HV-RESOLUTOR-SOLR.
           EVALUATE TRUE
               WHEN BUROSEI = 'R'
                   MOVE 'D'       TO HV-ESTADO-SOLR
                   MOVE '02'      TO HV-MOTIVO-SOLR
                   MOVE CG-M-USER TO HV-RESOLUTOR-SOLR

               WHEN WS-MONTO <= WS-LIMITE-OFICIAL
                AND WS-RATIO-CALCULADO <= WS-RATIO-MAXIMO
                AND BUROSEI = 'N'
                AND DOCIDSEI = 'S' AND DOCINSEI = 'S'
                AND DOCDOSEI = 'S'
                   MOVE 'A'            TO HV-ESTADO-SOLR
                   MOVE WS-MONTO       TO HV-MONTO-APR-SOLR
                   MOVE WS-CANT-CUOTAS TO HV-CUOTAS-APR-SOLR
                   MOVE CG-M-USER      TO HV-RESOLUTOR-SOLR

               WHEN OTHER
                   MOVE 'C'       TO HV-ESTADO-SOLR
           END-EVALUATE.

      * Documentacion recibida: S o N (blanco = N, no recibida).
       2500-VALIDAR-DOCUMENTOS.
           INSPECT DOCIDSEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCINSEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCDOSEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(DOCIDSEI) TO DOCIDSEI.
           MOVE FUNCTION UPPER-CASE(DOCINSEI) TO DOCINSEI.
           MOVE FUNCTION UPPER-CASE(DOCDOSEI) TO DOCDOSEI.
           IF DOCIDSEI = SPACE
               MOVE 'N' TO DOCIDSEI
           END-IF.
           IF DOCINSEI = SPACE
               MOVE 'N' TO DOCINSEI
           END-IF.
           IF DOCDOSEI = SPACE
               MOVE 'N' TO DOCDOSEI
           END-IF.
           IF (DOCIDSEI NOT = 'S' AND DOCIDSEI NOT = 'N')
               OR (DOCINSEI NOT = 'S' AND DOCINSEI NOT = 'N')
               OR (DOCDOSEI NOT = 'S' AND DOCDOSEI NOT = 'N')
               MOVE ' ERROR: DOCUMENTACION RECIBIDA S O N' TO MSGO
               MOVE ATTR-RED TO DOCIDSEC DOCINSEC DOCDOSEC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *================================================================*
      * 2600 - DOCUMENTACION DE UNA SOLICITUD EN COMITE                *
      *================================================================*
       2600-ACTUALIZAR-DOCUMENTOS.
           MOVE ATTR-NORMAL TO SOLDOSEC.
           MOVE SOLDOSEI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
               MOVE ' ERROR: ID DE SOLICITUD INVALIDO' TO MSGO
               MOVE ATTR-RED TO SOLDOSEC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-SOLICITUD
               PERFORM 7500-LEER-SOLICITUD
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                     OR HV-USUARIO-SOLR NOT = WS-USUARIO
                       MOVE ' ERROR: LA SOLICITUD NO ES DEL CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO SOLDOSEC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-ESTADO-SOLR NOT = 'C'
                       MOVE ' ERROR: LA SOLICITUD YA NO ESTA EN COMITE'
                         TO MSGO
                       MOVE ATTR-RED TO SOLDOSEC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN OTHER
                       PERFORM 2500-VALIDAR-DOCUMENTOS
               END-EVALUATE
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7600-ACTUALIZAR-DOCUMENTOS
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' DOCUMENTACION ACTUALIZADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO SOLDOSEO DOCIDSEO DOCINSEO DOCDOSEO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ACTUALIZAR LA SOLICITUD' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - SOLICITUDES DEL CLIENTE                                 *
      *================================================================*
       3000-LISTAR-SOLICITUDES.
           MOVE WS-CABECERA-SOLICITUDES TO SOLHDRO.
           MOVE SPACES TO SOLLIN1O SOLLIN2O SOLLIN3O SOLLIN4O.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-SOLICITUDES.
           PERFORM 7750-FETCH-SOLICITUD.
           PERFORM 3100-VOLCAR-SOLICITUD
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 4.
           PERFORM 7780-CERRAR-CURSOR-SOLICITUDES.
           IF WS-INDICE = 0 AND MSGO = SPACES
               MOVE ' EL CLIENTE NO TIENE SOLICITUDES' TO MSGO
           END-IF.

       3100-VOLCAR-SOLICITUD.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-SOLR TO WS-ID-EDIT.
           MOVE WS-ID-EDIT TO WS-LS-ID.
           MOVE HV-MONTO-SOLR TO WS-LS-MONTO.
           MOVE HV-CUOTAS-SOLR TO WS-LS-CUOTAS.
           MOVE HV-UNIDAD-SOLR TO WS-LS-UNIDAD.
           MOVE HV-RATIO-SOLR TO WS-LS-RATIO.
           MOVE HV-BURO-SOLR TO WS-LS-BURO.
           MOVE HV-DOC-ID-SOLR TO WS-LS-DOC-ID.
           MOVE HV-DOC-ING-SOLR TO WS-LS-DOC-ING.
           MOVE HV-DOC-DOM-SOLR TO WS-LS-DOC-DOM.
           MOVE HV-ESTADO-SOLR TO WS-LS-ESTADO.
           MOVE HV-MONTO-APR-SOLR TO WS-LS-APROBADO.
           MOVE HV-MOTIVO-SOLR TO WS-LS-MOTIVO.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-SOLICITUD TO SOLLIN1O
               WHEN 2 MOVE WS-LINEA-SOLICITUD TO SOLLIN2O
               WHEN 3 MOVE WS-LINEA-SOLICITUD TO SOLLIN3O
               WHEN 4 MOVE WS-LINEA-SOLICITUD TO SOLLIN4O
           END-EVALUATE.
      * Aprobada o contraoferta pendiente de formalizar: resaltada.
           IF HV-ESTADO-SOLR = 'A' OR HV-ESTADO-SOLR = 'O'
               EVALUATE WS-INDICE
                   WHEN 1 MOVE ATTR-GREEN TO SOLLIN1C
                   WHEN 2 MOVE ATTR-GREEN TO SOLLIN2C
                   WHEN 3 MOVE ATTR-GREEN TO SOLLIN3C
                   WHEN 4 MOVE ATTR-GREEN TO SOLLIN4C
               END-EVALUATE
           END-IF.
           PERFORM 7750-FETCH-SOLICITUD.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPSE') MAPSET('BKSEMP')
                        FROM(BKMAPSEO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPSE') MAPSET('BKSEMP')
                        FROM(BKMAPSEO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPSE') MAPSET('BKSEMP')
               INTO(BKMAPSEI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Mismos parametros que PBNKLO; una fila ausente deja el valor
      * de fabrica declarado arriba.
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO_UVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO-UVA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'RATIO_CUOTA_INGRESO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-RATIO-MAXIMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MESES_INGRESO_NOMINA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MESES-INGRESO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'LIMITE_OFICIAL_PRESTAMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-LIMITE-OFICIAL
           END-IF.

       7100-LEER-CLIENTE.
           MOVE WS-USUARIO TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, BLOQUEADO, ESTADO
               INTO :HV-NOMBRE, :HV-BLOQUEADO, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7300-LEER-CUENTA.
           MOVE CUENTSEI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO
               INTO :HV-USUARIO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

       7350-CONTAR-EN-CURSO.
           MOVE WS-USUARIO TO HV-USUARIO-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*)
               INTO :WS-EN-CURSO
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE USUARIO = :HV-USUARIO-SOLR
                 AND ESTADO IN ('C', 'A', 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-EN-CURSO
           END-IF.

      * Promedio mensual de los creditos de haberes (PBNKNO) de
      * los ultimos WS-MESES-INGRESO meses (igual que PBNKLO).
       7380-LEER-INGRESO-NOMINA.
           MOVE 0 TO WS-INGRESO-MENSUAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                    / :WS-MESES-INGRESO
               INTO :WS-INGRESO-MENSUAL
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :WS-USUARIO
                 AND TIPO_OPER = 'D'
                 AND CONCEPTO = :WC-CONCEPTO-HABERES
                 AND FECHA > CURRENT TIMESTAMP
                     - :WS-MESES-INGRESO MONTHS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-INGRESO-MENSUAL
           END-IF.

       7390-LEER-CARGA-CUOTAS.
           MOVE 0 TO WS-CARGA-CUOTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO_CUOTA), 0)
               INTO :WS-CARGA-CUOTAS
               FROM IBMUSER.PRESTAMOS
               WHERE USUARIO = :WS-USUARIO
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CARGA-CUOTAS
           END-IF.

      * La resuelta al alta lleva FECHA_RESOLUCION; la que va al
      * comite la recibe cuando este decide (PBNKCC).
       7400-INSERTAR-SOLICITUD.
           MOVE WS-USUARIO          TO HV-USUARIO-SOLR.
           MOVE HV-NUMERO-CUENTA    TO HV-CUENTA-SOLR.
           MOVE WS-MONTO            TO HV-MONTO-SOLR.
           MOVE WS-CANT-CUOTAS      TO HV-CUOTAS-SOLR.
           MOVE WS-UNIDAD           TO HV-UNIDAD-SOLR.
           MOVE WS-TASA-PRESTAMO    TO HV-TASA-SOLR.
           MOVE WS-CUOTA-PROYECTADA TO HV-CUOTA-SOLR.
           MOVE WS-INGRESO-MENSUAL  TO HV-INGRESO-SOLR.
           MOVE WS-RATIO-CALCULADO  TO HV-RATIO-SOLR.
           MOVE BUROSEI             TO HV-BURO-SOLR.
           MOVE DOCIDSEI            TO HV-DOC-ID-SOLR.
           MOVE DOCINSEI            TO HV-DOC-ING-SOLR.
           MOVE DOCDOSEI            TO HV-DOC-DOM-SOLR.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-SOLR.
           MOVE CG-M-USER           TO HV-OFICIAL-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.SOLICITUDES_PRESTAMO
               (USUARIO, CUENTA_NUM, MONTO, CANT_CUOTAS, UNIDAD,
                TASA, CUOTA, INGRESO_MENSUAL, RATIO, RESULTADO_BURO,
                DOC_IDENTIDAD, DOC_INGRESOS, DOC_DOMICILIO, ESTADO,
                MOTIVO_RECHAZO, MONTO_APROBADO, CUOTAS_APROBADAS,
                SUCURSAL_ID, OFICIAL, FECHA_SOLICITUD, RESOLUTOR,
                FECHA_RESOLUCION)
               VALUES (:HV-USUARIO-SOLR, :HV-CUENTA-SOLR,
                :HV-MONTO-SOLR, :HV-CUOTAS-SOLR, :HV-UNIDAD-SOLR,
                :HV-TASA-SOLR, :HV-CUOTA-SOLR, :HV-INGRESO-SOLR,
                :HV-RATIO-SOLR, :HV-BURO-SOLR, :HV-DOC-ID-SOLR,
                :HV-DOC-ING-SOLR, :HV-DOC-DOM-SOLR, :HV-ESTADO-SOLR,
                :HV-MOTIVO-SOLR, :HV-MONTO-APR-SOLR,
                :HV-CUOTAS-APR-SOLR, :HV-SUCURSAL-SOLR,
                :HV-OFICIAL-SOLR, CURRENT TIMESTAMP,
                :HV-RESOLUTOR-SOLR,
                CASE WHEN :HV-ESTADO-SOLR = 'C'
                     THEN CAST(NULL AS TIMESTAMP)
                     ELSE CURRENT TIMESTAMP END)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-SOLR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7500-LEER-SOLICITUD.
           MOVE WS-ID-SOLICITUD TO HV-ID-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, ESTADO
               INTO :HV-USUARIO-SOLR, :HV-ESTADO-SOLR
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE ID_SOLICITUD = :HV-ID-SOLR
           END-EXEC.

      * La condicion sobre ESTADO cubre una resolucion del comite
      * entre la lectura y el UPDATE.
       7600-ACTUALIZAR-DOCUMENTOS.
           MOVE DOCIDSEI TO HV-DOC-ID-SOLR.
           MOVE DOCINSEI TO HV-DOC-ING-SOLR.
           MOVE DOCDOSEI TO HV-DOC-DOM-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PRESTAMO
               SET DOC_IDENTIDAD = :HV-DOC-ID-SOLR,
                   DOC_INGRESOS  = :HV-DOC-ING-SOLR,
                   DOC_DOMICILIO = :HV-DOC-DOM-SOLR
               WHERE ID_SOLICITUD = :HV-ID-SOLR
                 AND ESTADO       = 'C'
           END-EXEC.

       7700-ABRIR-CURSOR-SOLICITUDES.
           MOVE WS-USUARIO TO HV-USUARIO-SOLR.
           EXEC SQL DECLARE CUR-SOLICITUDES CURSOR FOR
               SELECT ID_SOLICITUD, MONTO, CANT_CUOTAS, UNIDAD, RATIO,
                      RESULTADO_BURO, DOC_IDENTIDAD, DOC_INGRESOS,
                      DOC_DOMICILIO, ESTADO, MONTO_APROBADO,
                      MOTIVO_RECHAZO
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE USUARIO = :HV-USUARIO-SOLR
               ORDER BY ID_SOLICITUD DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-SOLICITUDES END-EXEC.

       7750-FETCH-SOLICITUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-SOLICITUDES
               INTO :HV-ID-SOLR, :HV-MONTO-SOLR, :HV-CUOTAS-SOLR,
                    :HV-UNIDAD-SOLR, :HV-RATIO-SOLR, :HV-BURO-SOLR,
                    :HV-DOC-ID-SOLR, :HV-DOC-ING-SOLR,
                    :HV-DOC-DOM-SOLR, :HV-ESTADO-SOLR,
                    :HV-MONTO-APR-SOLR, :HV-MOTIVO-SOLR
           END-EXEC.

       7780-CERRAR-CURSOR-SOLICITUDES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-SOLICITUDES END-EXEC.

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
           EXEC CICS SEND TEXT FROM (WS-MENSAJE-LOGN)
               LENGTH (LENGTH OF WS-MENSAJE-LOGN)
               ERASE FREEKB END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
