       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCC.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCC                                 **
      ** TITULO ...........: COMITE DE CREDITO                      **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cola de las solicitudes de prestamo que el oficial no    **
      **   pudo aprobar en PBNKSE (ESTADO 'C' de IBMUSER.           **
      **   SOLICITUDES_PRESTAMO), de la mas antigua a la mas nueva, **
      **   con los dias que lleva cada una en cola.                 **
      ** - ENTER con el ID y la ACCION resuelve:                    **
      **   A aprueba lo pedido; O contraoferta con el MONTO y/o     **
      **   las CUOTAS que el comite acepta; R rechaza con MOTIVO    **
      **   (01 capacidad, 02 buro, 03 documentacion, 04             **
      **   concentracion, 05 politica, 99 otro con NOTA).           **
      ** - Quien resuelve no puede ser el oficial que cargo la      **
      **   solicitud. No se aprueba ni contraoferta con             **
      **   documentacion incompleta.                                **
      ** - La aprobada o contraofertada se formaliza en PBNKLO.     **
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
       COPY BKCCMP.
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
           EXEC SQL INCLUDE DCLSOLR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ID-SOLICITUD       PIC S9(9) COMP VALUE 0.
           05 WS-MONTO              PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-CUOTAS        PIC S9(4) COMP VALUE 0.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-ID-EDIT            PIC 9(8).
           05 WS-DIAS-COLA          PIC S9(9) COMP VALUE 0.

       01  WS-CABECERA-COLA.
           05 FILLER                PIC X(36) VALUE
              '  SOLIC. SUC. CLIENTE         MONTO '.
           05 FILLER                PIC X(34) VALUE
              'CUO  RATIO B DOC OFICIAL  DIA     '.

       01  WS-LINEA-COLA.
           05 WS-LC-ID              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-SUCURSAL        PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-CLIENTE         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-MONTO           PIC -(8)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-CUOTAS          PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-RATIO           PIC ZZ9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-BURO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-DOC-ID          PIC X(1).
           05 WS-LC-DOC-ING         PIC X(1).
           05 WS-LC-DOC-DOM         PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-OFICIAL         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LC-DIAS            PIC ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKCC'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKCC'.
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
           MOVE LOW-VALUES TO BKMAPCCO.
           MOVE ' ENTER=ACTUALIZAR/RESOLVER PF3=FIN' TO LEYENDAO.
           MOVE ' SOLICITUD:' TO LBLSOLO.
           MOVE ' ACCION:' TO LBLACCO.
           MOVE ' CONTRAOFERTA $:' TO LBLMONO.
           MOVE ' CUOTAS:' TO LBLCUOO.
           MOVE ' MOTIVO:' TO LBLMOTO.
           MOVE ' NOTA:' TO LBLNOTO.
           PERFORM 3000-LISTAR-COLA.
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

           PERFORM 3000-LISTAR-COLA.
           PERFORM 4000-ENVIO-MAPA.

      * Sin ID solo se refresca la cola.
       2100-TRATAR-ENTRADA.
           MOVE 'N' TO SW-ERRORES.
           INSPECT IDSOLCCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACCIOCCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(ACCIOCCI) TO ACCIOCCI.
           MOVE ATTR-NORMAL TO IDSOLCCC ACCIOCCC.
           IF IDSOLCCI NOT = SPACES
               PERFORM 2200-LEER-SOLICITUD
               IF NO-HAY-ERRORES
                   EVALUATE ACCIOCCI
                       WHEN 'A'
                           PERFORM 2300-APROBAR
                       WHEN 'O'
                           PERFORM 2400-CONTRAOFERTA
                       WHEN 'R'
                           PERFORM 2500-RECHAZAR
                       WHEN OTHER
                           MOVE ' ERROR: ACCION A, O (CONTRAOF.) O R'
                             TO MSGO
                           MOVE ATTR-RED TO ACCIOCCC MSGC
                           SET HAY-ERROR-VALIDACION TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.
           IF NO-HAY-ERRORES AND IDSOLCCI NOT = SPACES
               PERFORM 2600-RESOLVER
           END-IF.

      * Solo se resuelve una solicitud en cola, y no la resuelve el
      * mismo oficial que la cargo.
       2200-LEER-SOLICITUD.
           MOVE IDSOLCCI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
               MOVE ' ERROR: ID DE SOLICITUD INVALIDO' TO MSGO
               MOVE ATTR-RED TO IDSOLCCC MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-SOLICITUD
               PERFORM 7100-LEER-SOLICITUD
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: SOLICITUD INEXISTENTE' TO MSGO
                       MOVE ATTR-RED TO IDSOLCCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-ESTADO-SOLR NOT = 'C'
                       MOVE ' ERROR: LA SOLICITUD NO ESTA EN COMITE'
                         TO MSGO
                       MOVE ATTR-RED TO IDSOLCCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-OFICIAL-SOLR = CG-M-USER
                       MOVE ' CARGADA POR UD. - RESUELVE OTRO EMPLEADO'
                         TO MSGO
                       MOVE ATTR-RED TO IDSOLCCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2300 - APROBACION DE LO PEDIDO                                 *
      *================================================================*
       2300-APROBAR.
           PERFORM 2350-VERIFICAR-DOCUMENTOS.
           IF NO-HAY-ERRORES
               MOVE 'A'            TO HV-ESTADO-SOLR
               MOVE HV-MONTO-SOLR  TO HV-MONTO-APR-SOLR
               MOVE HV-CUOTAS-SOLR TO HV-CUOTAS-APR-SOLR
               MOVE SPACES         TO HV-MOTIVO-SOLR
           END-IF.

       2350-VERIFICAR-DOCUMENTOS.
           IF HV-DOC-ID-SOLR NOT = 'S' OR HV-DOC-ING-SOLR NOT = 'S'
                   OR HV-DOC-DOM-SOLR NOT = 'S'
               MOVE ' DOCUMENTACION INCOMPLETA - RECHACE CON MOTIVO 03'
                 TO MSGO
               MOVE ATTR-RED TO ACCIOCCC MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *================================================================*
      * 2400 - CONTRAOFERTA: MONTO MENOR Y/O OTRAS CUOTAS              *
      *================================================================*
       2400-CONTRAOFERTA.
           INSPECT MONTOCCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUOTCCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO MONTOCCC CUOTCCC.
           PERFORM 2350-VERIFICAR-DOCUMENTOS.

      * Blanco = lo pedido.
           IF NO-HAY-ERRORES
               MOVE HV-MONTO-SOLR TO WS-MONTO
               IF MONTOCCI NOT = SPACES
                   MOVE MONTOCCI TO WS-VAL-ENTRADA
                   PERFORM 9900-RUTINA-VALIDAR-NUMERO
                   IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
                           OR WS-VAL-SALIDA-V > HV-MONTO-SOLR
                       MOVE ' ERROR: MONTO MAYOR A 0 Y HASTA LO PEDIDO'
                         TO MSGO
                       MOVE ATTR-RED TO MONTOCCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE WS-VAL-SALIDA-V TO WS-MONTO
                   END-IF
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE HV-CUOTAS-SOLR TO WS-CANT-CUOTAS
               IF CUOTCCI NOT = SPACES
                   MOVE CUOTCCI TO WS-VAL-ENTRADA
                   PERFORM 9900-RUTINA-VALIDAR-NUMERO
                   IF SW-VAL-ERROR = 'S'
                           OR WS-VAL-SALIDA-V < 1
                           OR WS-VAL-SALIDA-V > WC-CUOTAS-MAXIMO
                       MOVE ' ERROR: CUOTAS ADMITIDAS 1 A 60' TO MSGO
                       MOVE ATTR-RED TO CUOTCCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE WS-VAL-SALIDA-V TO WS-CANT-CUOTAS
                   END-IF
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               IF WS-MONTO = HV-MONTO-SOLR
                       AND WS-CANT-CUOTAS = HV-CUOTAS-SOLR
                   MOVE ' ERROR: SIN CAMBIOS ES UNA APROBACION (A)'
                     TO MSGO
                   MOVE ATTR-RED TO MONTOCCC CUOTCCC MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE 'O'            TO HV-ESTADO-SOLR
                   MOVE WS-MONTO       TO HV-MONTO-APR-SOLR
                   MOVE WS-CANT-CUOTAS TO HV-CUOTAS-APR-SOLR
                   MOVE SPACES         TO HV-MOTIVO-SOLR
               END-IF
           END-IF.

      *================================================================*
      * 2500 - RECHAZO CON MOTIVO                                      *
      *================================================================*
       2500-RECHAZAR.
           INSPECT MOTIVCCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT NOTACCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO MOTIVCCC NOTACCC.
           EVALUATE MOTIVCCI
               WHEN '01'
               WHEN '02'
               WHEN '03'
               WHEN '04'
               WHEN '05'
                   CONTINUE
               WHEN '99'
                   IF NOTACCI = SPACES
                       MOVE ' ERROR: MOTIVO 99 REQUIERE LA NOTA'
                         TO MSGO
                       MOVE ATTR-RED TO NOTACCC MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE ' ERROR: MOTIVO 01 02 03 04 05 O 99' TO MSGO
                   MOVE ATTR-RED TO MOTIVCCC MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.
           IF NO-HAY-ERRORES
               MOVE 'D'      TO HV-ESTADO-SOLR
               MOVE MOTIVCCI TO HV-MOTIVO-SOLR
               MOVE 0        TO HV-MONTO-APR-SOLR
               MOVE 0        TO HV-CUOTAS-APR-SOLR
           END-IF.

      *================================================================*
      * 2600 - GRABACION DE LA RESOLUCION                              *
      *================================================================*
       2600-RESOLVER.
           INSPECT NOTACCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE NOTACCI TO HV-NOTA-SOLR.
           PERFORM 7200-RESOLVER-SOLICITUD.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-SOLR TO WS-ID-EDIT
                   EVALUATE HV-ESTADO-SOLR
                       WHEN 'A'
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' APROBADA' DELIMITED BY SIZE
                               INTO MSGO
                       WHEN 'O'
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' CONTRAOFERTA REGISTRADA'
                               DELIMITED BY SIZE INTO MSGO
                       WHEN OTHER
                           STRING ' SOLICITUD ' WS-ID-EDIT
                               ' RECHAZADA' DELIMITED BY SIZE
                               INTO MSGO
                   END-EVALUATE
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO IDSOLCCO ACCIOCCO MONTOCCO CUOTCCO
                                  MOTIVCCO NOTACCO
               WHEN SQLCODE = 100
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' RESUELTA POR OTRA SESION - REVISE LA COLA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL RESOLVER LA SOLICITUD' TO MSGO
                   MOVE ATTR-RED TO MSGC
           END-EVALUATE.

      *================================================================*
      * 3000 - COLA DEL COMITE                                         *
      *================================================================*
       3000-LISTAR-COLA.
           MOVE WS-CABECERA-COLA TO COLHDRO.
           MOVE SPACES TO COLLIN1O COLLIN2O COLLIN3O COLLIN4O.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-COLA.
           PERFORM 7750-FETCH-COLA.
           PERFORM 3100-VOLCAR-SOLICITUD
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 4.
           PERFORM 7780-CERRAR-CURSOR-COLA.
           IF WS-INDICE = 0 AND MSGO = SPACES
               MOVE ' NO HAY SOLICITUDES EN COMITE' TO MSGO
           END-IF.

       3100-VOLCAR-SOLICITUD.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-SOLR TO WS-ID-EDIT.
           MOVE WS-ID-EDIT TO WS-LC-ID.
           MOVE HV-SUCURSAL-SOLR TO WS-LC-SUCURSAL.
           MOVE HV-USUARIO-SOLR TO WS-LC-CLIENTE.
           MOVE HV-MONTO-SOLR TO WS-LC-MONTO.
           MOVE HV-CUOTAS-SOLR TO WS-LC-CUOTAS.
           MOVE HV-RATIO-SOLR TO WS-LC-RATIO.
           MOVE HV-BURO-SOLR TO WS-LC-BURO.
           MOVE HV-DOC-ID-SOLR TO WS-LC-DOC-ID.
           MOVE HV-DOC-ING-SOLR TO WS-LC-DOC-ING.
           MOVE HV-DOC-DOM-SOLR TO WS-LC-DOC-DOM.
           MOVE HV-OFICIAL-SOLR TO WS-LC-OFICIAL.
           MOVE WS-DIAS-COLA TO WS-LC-DIAS.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-COLA TO COLLIN1O
               WHEN 2 MOVE WS-LINEA-COLA TO COLLIN2O
               WHEN 3 MOVE WS-LINEA-COLA TO COLLIN3O
               WHEN 4 MOVE WS-LINEA-COLA TO COLLIN4O
           END-EVALUATE.
      * Documentacion incompleta: el comite solo puede rechazarla.
           IF HV-DOC-ID-SOLR NOT = 'S' OR HV-DOC-ING-SOLR NOT = 'S'
                   OR HV-DOC-DOM-SOLR NOT = 'S'
               EVALUATE WS-INDICE
                   WHEN 1 MOVE ATTR-YELLOW TO COLLIN1C
                   WHEN 2 MOVE ATTR-YELLOW TO COLLIN2C
                   WHEN 3 MOVE ATTR-YELLOW TO COLLIN3C
                   WHEN 4 MOVE ATTR-YELLOW TO COLLIN4C
               END-EVALUATE
           END-IF.
           PERFORM 7750-FETCH-COLA.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPCC') MAPSET('BKCCMP')
                        FROM(BKMAPCCO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPCC') MAPSET('BKCCMP')
                        FROM(BKMAPCCO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPCC') MAPSET('BKCCMP')
               INTO(BKMAPCCI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-SOLICITUD.
           MOVE WS-ID-SOLICITUD TO HV-ID-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO, OFICIAL, MONTO, CANT_CUOTAS,
                      DOC_IDENTIDAD, DOC_INGRESOS, DOC_DOMICILIO
               INTO :HV-ESTADO-SOLR, :HV-OFICIAL-SOLR, :HV-MONTO-SOLR,
                    :HV-CUOTAS-SOLR, :HV-DOC-ID-SOLR,
                    :HV-DOC-ING-SOLR, :HV-DOC-DOM-SOLR
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE ID_SOLICITUD = :HV-ID-SOLR
           END-EXEC.

      * La condicion sobre ESTADO cubre otra sesion del comite que
      * la haya resuelto entre la lectura y el UPDATE.
       7200-RESOLVER-SOLICITUD.
           MOVE CG-M-USER TO HV-RESOLUTOR-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PRESTAMO
               SET ESTADO           = :HV-ESTADO-SOLR,
                   MONTO_APROBADO   = :HV-MONTO-APR-SOLR,
                   CUOTAS_APROBADAS = :HV-CUOTAS-APR-SOLR,
                   MOTIVO_RECHAZO   = :HV-MOTIVO-SOLR,
                   NOTA_RESOLUCION  = :HV-NOTA-SOLR,
                   RESOLUTOR        = :HV-RESOLUTOR-SOLR,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-SOLR
                 AND ESTADO       = 'C'
                 AND OFICIAL     <> :HV-RESOLUTOR-SOLR
           END-EXEC.

       7700-ABRIR-CURSOR-COLA.
           EXEC SQL DECLARE CUR-COLA-COMITE CURSOR FOR
               SELECT ID_SOLICITUD, SUCURSAL_ID, USUARIO, MONTO,
                      CANT_CUOTAS, RATIO, RESULTADO_BURO,
                      DOC_IDENTIDAD, DOC_INGRESOS, DOC_DOMICILIO,
                      OFICIAL,
                      DAYS(CURRENT DATE) - DAYS(FECHA_SOLICITUD)
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE ESTADO = 'C'
               ORDER BY FECHA_SOLICITUD, ID_SOLICITUD
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-COLA-COMITE END-EXEC.

       7750-FETCH-COLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-COLA-COMITE
               INTO :HV-ID-SOLR, :HV-SUCURSAL-SOLR, :HV-USUARIO-SOLR,
                    :HV-MONTO-SOLR, :HV-CUOTAS-SOLR, :HV-RATIO-SOLR,
                    :HV-BURO-SOLR, :HV-DOC-ID-SOLR, :HV-DOC-ING-SOLR,
                    :HV-DOC-DOM-SOLR, :HV-OFICIAL-SOLR, :WS-DIAS-COLA
           END-EXEC.

       7780-CERRAR-CURSOR-COLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-COLA-COMITE END-EXEC.

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
