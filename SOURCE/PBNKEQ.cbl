       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKEQ.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKEQ                                 **
      ** TITULO ...........: CHEQUES ELECTRONICOS (E-CHEQUES)       **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - E-cheques del titular de la cuenta seleccionada via      **
      **   SOURCE/PBNKQ.cbl (PF9 desde SOURCE/PBNKCH.cbl), clientes **
      **   y personal (ver DDL/ECHEQUES.sql).                       **
      ** - PF5 emite un e-cheque contra la cuenta: documento del    **
      **   beneficiario, importe y fecha de pago (hoy hasta         **
      **   ECHEQ_PLAZO_MAXIMO dias, 360 de fabrica). Doble paso     **
      **   con SW-CONFIRMACION. Misma suspension que las chequeras  **
      **   de PBNKCH por rechazos impagos del titular.              **
      ** - PF6 endosa el e-cheque NRO en cartera al documento       **
      **   tecleado; PF7 lo deposita al cobro en la cuenta; PF8 da  **
      **   la orden de no pagar de uno emitido y aun no pagado.     **
      ** - Las partes se identifican por su documento vigente de    **
      **   IBMUSER.DOCUMENTOS_IDENTIDAD, como en el repositorio.    **
      ** - Cada operacion deja su evento en IBMUSER.                **
      **   ECHEQUES_EVENTOS, que BATCH/PBNKEC.cbl informa al        **
      **   repositorio; el pago al vencimiento lo resuelve el batch.**
      ** - ENTER lista los e-cheques emitidos (E), recibidos (R) o  **
      **   endosados (N) segun VISTA, por estado, con la cantidad   **
      **   en cada estado.                                          **
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
       COPY BKEQMP.
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
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLECHQ END-EXEC.
           EXEC SQL INCLUDE DCLECEV END-EXEC.
           EXEC SQL INCLUDE DCLDOCU END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-VARIABLES-TRABAJO.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-TITULAR            PIC X(08) VALUE SPACES.
           05 WS-DOC-PROPIO         PIC X(20) VALUE SPACES.
           05 WS-DOC-DESTINO        PIC X(20) VALUE SPACES.
           05 WS-USUARIO-DESTINO    PIC X(08) VALUE SPACES.
           05 WS-NRO-INGRESADO      PIC X(16) VALUE SPACES.
           05 WS-MONTO-ECHEQ        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-FECHA-PAGO         PIC X(10) VALUE SPACES.
           05 WS-FECHA-HOY          PIC X(10) VALUE SPACES.
           05 WS-FECHA-TOPE         PIC X(10) VALUE SPACES.
           05 WS-ID-ECHEQ           PIC S9(9) COMP VALUE 0.
           05 WS-TIPO-EVENTO        PIC X(01) VALUE SPACE.
           05 WS-ESTADO-DESC        PIC X(10) VALUE SPACES.
      * Plazo maximo de la fecha de pago (dias corridos) y tope de
      * rechazos impagos; valores de fabrica, reemplazados por
      * PARAMETROS (ECHEQ_PLAZO_MAXIMO, CHEQUES_RECHAZO_MAXIMO).
           05 WS-MAX-DIAS-PAGO      PIC S9(4) COMP VALUE 360.
           05 WS-RECHAZOS-PEND      PIC S9(7) COMP-3 VALUE 0.
           05 WS-RECHAZOS-MAXIMO    PIC S9(7) COMP-3 VALUE 5.
           05 WS-CANT-EDIT          PIC Z999.
      * Codigo de entidad propio (IBMUSER.PARAMETROS
      * CODIGO_BANCO_CBU, como BATCH/PBNKCU.cbl).
           05 WS-CODIGO-BANCO       PIC 9(03) VALUE 285.
           05 WS-CODIGO-BANCO-X REDEFINES WS-CODIGO-BANCO
                                    PIC X(03).
      * Vista de la lista: emitidos, recibidos o endosados.
           05 WS-VISTA              PIC X(01) VALUE 'E'.
              88 VISTA-EMITIDOS               VALUE 'E'.
              88 VISTA-RECIBIDOS              VALUE 'R'.
              88 VISTA-ENDOSADOS              VALUE 'N'.
              88 VISTA-VALIDA                 VALUES 'E' 'R' 'N'.
      * Cantidad por estado de la vista.
           05 WS-CANT-CARTERA       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-DEPOSITADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-PAGADOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-RECHAZADOS    PIC S9(7) COMP-3 VALUE 0.

      * Numero de repositorio de un e-cheque emitido aqui.
       01  WS-NRO-ECHEQ.
           05 FILLER                PIC X(01) VALUE 'E'.
           05 WS-NE-BANCO           PIC X(03).
           05 WS-NE-ID              PIC 9(12).

       01  WS-LINEA-INFO.
           05 FILLER                PIC X(12) VALUE ' EN CARTERA '.
           05 WS-LI-CARTERA         PIC ZZZ9.
           05 FILLER                PIC X(14) VALUE '  DEPOSITADOS '.
           05 WS-LI-DEPOSITADOS     PIC ZZZ9.
           05 FILLER                PIC X(11) VALUE '  PAGADOS '.
           05 WS-LI-PAGADOS         PIC ZZZ9.
           05 FILLER                PIC X(13) VALUE '  RECHAZADOS '.
           05 WS-LI-RECHAZADOS      PIC ZZZ9.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(18) VALUE ' NRO. E-CHEQUE'.
           05 FILLER                PIC X(11) VALUE 'FECHA PAGO'.
           05 FILLER                PIC X(14) VALUE '     IMPORTE'.
           05 FILLER                PIC X(21) VALUE 'DOC. CONTRAPARTE'.
           05 FILLER                PIC X(10) VALUE 'ESTADO'.

       01  WS-LINEA-ECHEQ.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LE-NRO             PIC X(16).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LE-FECHA           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LE-IMPORTE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LE-DOC             PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LE-ESTADO          PIC X(10).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
           05 WS-EIB-HORA           PIC S9(7).
           05 WS-EIB-RESTO          PIC S9(7).
           05 WS-EIB-MINUTO         PIC S9(7).
           05 WS-EIB-SEGUNDO        PIC S9(7).
           05 WS-SEGUNDOS-ACTUAL    PIC S9(7).
           05 SW-SESION-EXPIRADA    PIC X     VALUE 'N'.
              88 SESION-EXPIRADA              VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
               VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKEQ'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKEQ'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPEQ'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKEQMP'.

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
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND NOT ESTADO-ERROR-LOGN
                       AND SESION-EXPIRADA
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND ESTADO-ERROR-LOGN
                   PERFORM 9100-SALIR-A-LOGN

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
           MOVE LOW-VALUES TO BKMAPEQO.
           MOVE 'N' TO SW-CONFIRMACION.
           PERFORM 1100-PREPARAR-CAMPOS.
           MOVE 'E' TO VISEQO.
           PERFORM 3000-MOSTRAR-ECHEQUES.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

       1100-PREPARAR-CAMPOS.
           MOVE ' CHEQUES ELECTRONICOS' TO TITULOO.
           MOVE 'CUENTA ..........:' TO LBLCTAO.
           MOVE 'DOC. BENEFICIARIO :' TO LBLDOCO.
           MOVE 'IMPORTE .........:' TO LBLMONO.
           MOVE 'FECHA PAGO (ISO) :' TO LBLFECO.
           MOVE 'NRO. E-CHEQUE ...:' TO LBLNROO.
           MOVE 'VISTA (E/R/N) ...:' TO LBLVISO.
           MOVE ' PF5=EMITIR PF6=ENDOSAR PF7=DEPOSITAR PF8=NO PAGAR'
             TO LEYENDAO.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           MOVE 'N' TO SW-ERRORES.
           MOVE CG-CUENTA-TITULAR TO WS-TITULAR.
           IF WS-TITULAR = SPACES
               MOVE CG-M-USER TO WS-TITULAR
           END-IF.
           INSPECT VISEQI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(VISEQI) TO VISEQI.
           INSPECT NROEQI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(NROEQI) TO NROEQI.
           MOVE NROEQI TO WS-NRO-INGRESADO.
           INSPECT DOCEQI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(DOCEQI) TO DOCEQI.
           MOVE DOCEQI TO WS-DOC-DESTINO.
           MOVE ATTR-NORMAL TO NROEQC DOCEQC VISEQC.

      * Una emision pendiente de confirmar solo sigue con PF5.
           IF CONFIRMACION-PENDIENTE AND EIBAID NOT = DFHPF5
                   AND EIBAID NOT = DFHPF3
               MOVE 'N' TO SW-CONFIRMACION
               MOVE SPACES TO CONFRMO
               PERFORM 4200-DESBLOQUEAR-CAMPOS
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 3000-MOSTRAR-ECHEQUES

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-ACCION-EMISION

               WHEN EIBAID = DFHPF6
                   PERFORM 2400-ENDOSAR-ECHEQ

               WHEN EIBAID = DFHPF7
                   PERFORM 2500-DEPOSITAR-ECHEQ

               WHEN EIBAID = DFHPF8
                   PERFORM 2600-FRENAR-ECHEQ

               WHEN EIBAID = DFHPF3
                   PERFORM 2200-TRATAR-SALIDA

               WHEN EIBAID = DFHPF1
                   MOVE ' DOC+IMP+FECHA PF5  NRO+DOC PF6  NRO PF7/PF8'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - EMISION (PF5, DOS PASOS)                                *
      *================================================================*
       2100-ACCION-EMISION.
           PERFORM 2150-VALIDAR-EMISION.

           IF NO-HAY-ERRORES
               IF CONFIRMACION-PENDIENTE
                   PERFORM 2300-EMITIR-ECHEQ
               ELSE
                   PERFORM 2190-PREPARAR-CONFIRMACION
               END-IF
           ELSE
               MOVE 'N' TO SW-CONFIRMACION
               MOVE SPACES TO CONFRMO
               PERFORM 4200-DESBLOQUEAR-CAMPOS
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Documento propio vigente, beneficiario distinto del librador,
      * importe positivo, fecha de pago dentro del plazo y titular no
      * suspendido por rechazos impagos.
       2150-VALIDAR-EMISION.
           INSPECT MONEQI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FECEQI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO MONEQC FECEQC.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7100-LEER-DOC-PROPIO.
           MOVE MONEQI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-ECHEQ
           END-IF.

           EVALUATE TRUE
               WHEN WS-DOC-PROPIO = SPACES
                   MOVE ' EL TITULAR NO TIENE DOCUMENTO VIGENTE (KYC)'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-DOC-DESTINO = SPACES
                   MOVE ' ERROR: INGRESE EL DOCUMENTO DEL BENEFICIARIO'
                     TO MSGO
                   MOVE ATTR-RED TO DOCEQC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-DOC-DESTINO = WS-DOC-PROPIO
                   MOVE ' ERROR: EL BENEFICIARIO ES EL LIBRADOR'
                     TO MSGO
                   MOVE ATTR-RED TO DOCEQC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SW-VAL-ERROR = 'S' OR WS-MONTO-ECHEQ NOT > 0
                   MOVE ' ERROR: IMPORTE INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONEQC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN FECEQI = SPACES
                   MOVE ' ERROR: INGRESE LA FECHA DE PAGO (AAAA-MM-DD)'
                     TO MSGO
                   MOVE ATTR-RED TO FECEQC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 2170-VALIDAR-FECHA-PAGO
                   IF NO-HAY-ERRORES
                       PERFORM 2180-VERIFICAR-SUSPENSION
                   END-IF
           END-EVALUATE.

      * Las fechas ISO se comparan como texto.
       2170-VALIDAR-FECHA-PAGO.
           PERFORM 7200-VALIDAR-FECHA-PAGO.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR: FECHA DE PAGO INVALIDA (AAAA-MM-DD)'
                     TO MSGO
                   MOVE ATTR-RED TO FECEQC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-FECHA-PAGO < WS-FECHA-HOY
                   MOVE ' ERROR: LA FECHA DE PAGO YA PASO' TO MSGO
                   MOVE ATTR-RED TO FECEQC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-FECHA-PAGO > WS-FECHA-TOPE
                   MOVE ' ERROR: FECHA DE PAGO FUERA DEL PLAZO' TO MSGO
                   MOVE ATTR-RED TO FECEQC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Misma regla que las chequeras de PBNKCH 2320.
       2180-VERIFICAR-SUSPENSION.
           PERFORM 7300-CONTAR-RECHAZOS.
           IF WS-RECHAZOS-PEND >= WS-RECHAZOS-MAXIMO
               MOVE WS-RECHAZOS-PEND TO WS-CANT-EDIT
               MOVE WS-CANT-EDIT TO WS-TRIM-STR-IN
               MOVE 4 TO WS-TRIM-MAX-LEN
               PERFORM 9950-ELIMINAR-ESPACIOS-IZQ
               INITIALIZE MSGO
               STRING ' EMISION SUSPENDIDA: ' DELIMITED BY SIZE
                   WS-TRIM-STR-OUT DELIMITED BY SPACE
                   ' RECHAZOS IMPAGOS' DELIMITED BY SIZE
                   INTO MSGO
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

       2190-PREPARAR-CONFIRMACION.
           MOVE ' CONFIRME: PF5=SI PF3=CANCELAR' TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.

           MOVE WS-MONTO-ECHEQ TO WS-MONTO-EDITADO.
           MOVE WS-MONTO-EDITADO TO WS-TRIM-STR-IN.
           MOVE 16 TO WS-TRIM-MAX-LEN.
           PERFORM 9950-ELIMINAR-ESPACIOS-IZQ.

           INITIALIZE CONFRMO.
           STRING ' EMITIR E-CHEQUE POR ' DELIMITED BY SIZE
               WS-TRIM-STR-OUT            DELIMITED BY SPACE
               ' A DOC. '                 DELIMITED BY SIZE
               WS-DOC-DESTINO             DELIMITED BY SPACE
               ' PAGO '                   DELIMITED BY SIZE
               WS-FECHA-PAGO              DELIMITED BY SIZE
               '?'                        DELIMITED BY SIZE
               INTO CONFRMO.

           MOVE 'S' TO SW-CONFIRMACION.
           MOVE ATTR-PROT-MDT TO DOCEQA MONEQA FECEQA.

       2200-TRATAR-SALIDA.
           IF CONFIRMACION-PENDIENTE
               MOVE 'N' TO SW-CONFIRMACION
               MOVE SPACES TO CONFRMO
               MOVE ' OPERACION CANCELADA' TO MSGO
               MOVE ATTR-RED TO MSGC
               PERFORM 4200-DESBLOQUEAR-CAMPOS
           ELSE
               PERFORM 9000-VOLVER-AL-MENU
           END-IF.

      *================================================================*
      * 2300 - EMISION (ACID)                                          *
      * Alta, numero de repositorio y evento 'E' en la misma unidad    *
      * de trabajo.                                                    *
      *================================================================*
       2300-EMITIR-ECHEQ.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.
           PERFORM 7150-RESOLVER-DOC-DESTINO.
           PERFORM 7400-INSERTAR-ECHEQ.
           IF SQLCODE = 0
               PERFORM 7410-NUMERAR-ECHEQ
           END-IF.
           IF SQLCODE = 0
               MOVE 'E'            TO WS-TIPO-EVENTO
               MOVE WS-DOC-PROPIO  TO HV-DOC-ORI-ECEV
               MOVE WS-DOC-DESTINO TO HV-DOC-DES-ECEV
               PERFORM 7450-INSERTAR-EVENTO
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM 3000-MOSTRAR-ECHEQUES
               INITIALIZE MSGO
               STRING ' E-CHEQUE ' DELIMITED BY SIZE
                   WS-NRO-ECHEQ DELIMITED BY SIZE
                   ' EMITIDO' DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO DOCEQO MONEQO FECEQO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL EMITIR EL E-CHEQUE' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2400 - ENDOSO (PF6)                                            *
      * Solo el tenedor actual, sobre un e-cheque en cartera.          *
      *================================================================*
       2400-ENDOSAR-ECHEQ.
           PERFORM 7100-LEER-DOC-PROPIO.
           PERFORM 2700-LEER-ECHEQ-TENEDOR.
           IF NO-HAY-ERRORES
               EVALUATE TRUE
                   WHEN WS-DOC-DESTINO = SPACES
                       MOVE ' ERROR: INGRESE DOC. DEL ENDOSATARIO'
                         TO MSGO
                       MOVE ATTR-RED TO DOCEQC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-DOC-DESTINO = WS-DOC-PROPIO
                       MOVE ' ERROR: NO PUEDE ENDOSARSE A SI MISMO'
                         TO MSGO
                       MOVE ATTR-RED TO DOCEQC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7150-RESOLVER-DOC-DESTINO
               PERFORM 7510-ENDOSAR-ECHEQ
               IF SQLCODE = 0
                   MOVE 'N'            TO WS-TIPO-EVENTO
                   MOVE WS-DOC-PROPIO  TO HV-DOC-ORI-ECEV
                   MOVE WS-DOC-DESTINO TO HV-DOC-DES-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'N' TO VISEQI
                   PERFORM 3000-MOSTRAR-ECHEQUES
                   MOVE ' E-CHEQUE ENDOSADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO NROEQO DOCEQO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ENDOSAR EL E-CHEQUE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2500 - DEPOSITO AL COBRO (PF7)                                 *
      * Queda 'D' en la cuenta seleccionada; el pago al vencimiento    *
      * lo resuelve BATCH/PBNKEC.cbl.                                  *
      *================================================================*
       2500-DEPOSITAR-ECHEQ.
           PERFORM 7100-LEER-DOC-PROPIO.
           PERFORM 2700-LEER-ECHEQ-TENEDOR.
           IF NO-HAY-ERRORES
               PERFORM 7520-DEPOSITAR-ECHEQ
               IF SQLCODE = 0
                   MOVE 'D'           TO WS-TIPO-EVENTO
                   MOVE WS-DOC-PROPIO TO HV-DOC-ORI-ECEV
                   MOVE SPACES        TO HV-DOC-DES-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'R' TO VISEQI
                   PERFORM 3000-MOSTRAR-ECHEQUES
                   INITIALIZE MSGO
                   STRING ' E-CHEQUE DEPOSITADO, SE ACREDITA EL '
                       DELIMITED BY SIZE
                       HV-FECHA-PAGO-ECHQ DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO NROEQO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL DEPOSITAR EL E-CHEQUE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2600 - ORDEN DE NO PAGAR (PF8)                                 *
      * Solo el librador, mientras no este pagado ni rechazado.        *
      *================================================================*
       2600-FRENAR-ECHEQ.
           PERFORM 7100-LEER-DOC-PROPIO.
           IF WS-NRO-INGRESADO = SPACES
               MOVE ' ERROR: INGRESE EL NRO DE E-CHEQUE' TO MSGO
               MOVE ATTR-RED TO NROEQC MSGC
           ELSE
               PERFORM 7550-LEER-ECHEQ-LIBRADOR
               IF SQLCODE = 0
                   PERFORM 7560-FRENAR-ECHEQ
               END-IF
               IF SQLCODE = 0
                   MOVE 'S'           TO WS-TIPO-EVENTO
                   MOVE WS-DOC-PROPIO TO HV-DOC-ORI-ECEV
                   MOVE SPACES        TO HV-DOC-DES-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE 'E' TO VISEQI
                       PERFORM 3000-MOSTRAR-ECHEQUES
                       MOVE ' ORDEN DE NO PAGAR REGISTRADA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO NROEQO
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' E-CHEQUE INEXISTENTE, PAGADO O YA FRENADO'
                         TO MSGO
                       MOVE ATTR-RED TO NROEQC MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL FRENAR EL E-CHEQUE' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      * E-cheque NRO en cartera del titular (endoso y deposito).
       2700-LEER-ECHEQ-TENEDOR.
           EVALUATE TRUE
               WHEN WS-DOC-PROPIO = SPACES
                   MOVE ' EL TITULAR NO TIENE DOCUMENTO VIGENTE (KYC)'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-NRO-INGRESADO = SPACES
                   MOVE ' ERROR: INGRESE EL NRO DE E-CHEQUE' TO MSGO
                   MOVE ATTR-RED TO NROEQC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   PERFORM 7500-LEER-ECHEQ-TENEDOR
                   IF SQLCODE NOT = 0
                       MOVE ' E-CHEQUE INEXISTENTE O NO ESTA EN CARTERA'
                         TO MSGO
                       MOVE ATTR-RED TO NROEQC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 3000 - LISTA DE LA VISTA, POR ESTADO                           *
      *================================================================*
       3000-MOSTRAR-ECHEQUES.
           MOVE CG-CUENTA-TITULAR TO WS-TITULAR.
           IF WS-TITULAR = SPACES
               MOVE CG-M-USER TO WS-TITULAR
           END-IF.
           MOVE VISEQI TO WS-VISTA.
           IF NOT VISTA-VALIDA
               MOVE 'E' TO WS-VISTA
           END-IF.
           MOVE WS-VISTA TO VISEQO.
           MOVE SPACES TO ECQ1O ECQ2O ECQ3O ECQ4O ECQ5O ECQ6O ECQ7O
                          ECQ8O.
           MOVE WS-LINEA-CABECERA TO LINEA2O.

           PERFORM 7600-CONTAR-ESTADOS.
           MOVE WS-CANT-CARTERA     TO WS-LI-CARTERA.
           MOVE WS-CANT-DEPOSITADOS TO WS-LI-DEPOSITADOS.
           MOVE WS-CANT-PAGADOS     TO WS-LI-PAGADOS.
           MOVE WS-CANT-RECHAZADOS  TO WS-LI-RECHAZADOS.
           MOVE WS-LINEA-INFO       TO INFOEQO.

           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-ECHEQUES.
           PERFORM 7750-FETCH-ECHEQ.
           PERFORM 3100-VOLCAR-ECHEQ
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 8.
           PERFORM 7780-CERRAR-CURSOR-ECHEQUES.
           IF WS-INDICE = 0
               MOVE ' NO HAY E-CHEQUES EN ESTA VISTA' TO ECQ1O
           END-IF.

       3100-VOLCAR-ECHEQ.
           ADD 1 TO WS-INDICE.
           MOVE HV-NRO-ECHQ        TO WS-LE-NRO.
           MOVE HV-FECHA-PAGO-ECHQ TO WS-LE-FECHA.
           MOVE HV-MONTO-ECHQ      TO WS-LE-IMPORTE.
      * Contraparte: el librador para lo recibido, el tenedor actual
      * para lo emitido o endosado.
           IF VISTA-RECIBIDOS
               MOVE HV-DOC-LIB-ECHQ TO WS-LE-DOC
           ELSE
               MOVE HV-DOC-TEN-ECHQ TO WS-LE-DOC
           END-IF.
           MOVE SPACES TO WS-ESTADO-DESC.
           EVALUATE HV-ESTADO-ECHQ
               WHEN 'E' MOVE 'EN CARTERA' TO WS-ESTADO-DESC
               WHEN 'D' MOVE 'DEPOSITADO' TO WS-ESTADO-DESC
               WHEN 'P' MOVE 'PAGADO'     TO WS-ESTADO-DESC
               WHEN 'R' MOVE 'RECHAZ. '   TO WS-ESTADO-DESC
                        MOVE HV-MOTIVO-ECHQ TO WS-ESTADO-DESC(9:1)
               WHEN OTHER MOVE HV-ESTADO-ECHQ TO WS-ESTADO-DESC
           END-EVALUATE.
           IF HV-FRENADO-ECHQ = 'S'
                   AND (HV-ESTADO-ECHQ = 'E' OR HV-ESTADO-ECHQ = 'D')
               MOVE 'NO PAGAR' TO WS-ESTADO-DESC
           END-IF.
           MOVE WS-ESTADO-DESC TO WS-LE-ESTADO.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-ECHEQ TO ECQ1O
               WHEN 2 MOVE WS-LINEA-ECHEQ TO ECQ2O
               WHEN 3 MOVE WS-LINEA-ECHEQ TO ECQ3O
               WHEN 4 MOVE WS-LINEA-ECHEQ TO ECQ4O
               WHEN 5 MOVE WS-LINEA-ECHEQ TO ECQ5O
               WHEN 6 MOVE WS-LINEA-ECHEQ TO ECQ6O
               WHEN 7 MOVE WS-LINEA-ECHEQ TO ECQ7O
               WHEN 8 MOVE WS-LINEA-ECHEQ TO ECQ8O
           END-EVALUATE.
           PERFORM 7750-FETCH-ECHEQ.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER     TO NOMBREUSO.
           MOVE CG-CUENTA-NUM TO CUENTAO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPEQ') MAPSET('BKEQMP')
                        FROM(BKMAPEQO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPEQ') MAPSET('BKEQMP')
                        FROM(BKMAPEQO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPEQ') MAPSET('BKEQMP')
               INTO(BKMAPEQI) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-UNPROT-MDT TO DOCEQA FECEQA.
           MOVE ATTR-UNPROT-NUM-MDT TO MONEQA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Sin fila rigen los valores de fabrica.
       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CODIGO_BANCO_CBU'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CODIGO-BANCO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ECHEQ_PLAZO_MAXIMO'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-MAX-DIAS-PAGO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CHEQUES_RECHAZO_MAXIMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-RECHAZOS-MAXIMO
           END-IF.

      * Documento vigente del titular (el que sostiene su KYC).
       7100-LEER-DOC-PROPIO.
           MOVE SPACES TO WS-DOC-PROPIO.
           MOVE WS-TITULAR TO HV-USUARIO-DOCU.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NRO_DOC INTO :HV-NRO-DOCU
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE USUARIO = :HV-USUARIO-DOCU
                 AND ESTADO = 'V'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-NRO-DOCU TO WS-DOC-PROPIO
           END-IF.

      * Beneficiario o endosatario cliente de este banco; blanco si
      * es de otro banco.
       7150-RESOLVER-DOC-DESTINO.
           MOVE SPACES TO WS-USUARIO-DESTINO.
           MOVE WS-DOC-DESTINO TO HV-NRO-DOCU.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO INTO :HV-USUARIO-DOCU
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE NRO_DOC = :HV-NRO-DOCU
                 AND ESTADO = 'V'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-USUARIO-DOCU TO WS-USUARIO-DESTINO
           END-IF.
           MOVE 0 TO SQLCODE.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada; de paso
      * trae hoy y el tope del plazo de pago.
       7200-VALIDAR-FECHA-PAGO.
           MOVE FECEQI TO HV-FECHA-PAGO-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:HV-FECHA-PAGO-ECHQ), ISO),
                           CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE
                                + :WS-MAX-DIAS-PAGO DAYS, ISO)
               INTO :WS-FECHA-PAGO, :WS-FECHA-HOY, :WS-FECHA-TOPE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      * Rechazos impagos del titular (cheques de papel y e-cheques).
       7300-CONTAR-RECHAZOS.
           MOVE 0 TO WS-RECHAZOS-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-RECHAZOS-PEND
               FROM IBMUSER.CHEQUES_RECHAZADOS
               WHERE USUARIO = :WS-TITULAR
                 AND ESTADO = 'P'
                 AND MOTIVO <> 'S'
           END-EXEC.

       7400-INSERTAR-ECHEQ.
           MOVE SPACES            TO HV-NRO-ECHQ.
           MOVE WS-CODIGO-BANCO-X TO HV-BANCO-LIB-ECHQ.
           MOVE CG-CUENTA-NUM     TO HV-CUENTA-LIB-ECHQ.
           MOVE WS-TITULAR        TO HV-USUARIO-LIB-ECHQ.
           MOVE WS-DOC-PROPIO     TO HV-DOC-LIB-ECHQ.
           MOVE WS-DOC-DESTINO    TO HV-DOC-TEN-ECHQ.
           MOVE WS-USUARIO-DESTINO TO HV-USUARIO-TEN-ECHQ.
           MOVE WS-MONTO-ECHEQ    TO HV-MONTO-ECHQ.
           MOVE WS-FECHA-PAGO     TO HV-FECHA-PAGO-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ECHEQUES
               (NRO_ECHEQ, BANCO_LIBRADOR, CUENTA_LIBRADOR,
                USUARIO_LIBRADOR, DOC_LIBRADOR, DOC_TENEDOR,
                USUARIO_TENEDOR, MONTO, FECHA_PAGO, ESTADO,
                FECHA_EMISION)
               VALUES (:HV-NRO-ECHQ, :HV-BANCO-LIB-ECHQ,
                :HV-CUENTA-LIB-ECHQ, :HV-USUARIO-LIB-ECHQ,
                :HV-DOC-LIB-ECHQ, :HV-DOC-TEN-ECHQ,
                :HV-USUARIO-TEN-ECHQ, :HV-MONTO-ECHQ,
                DATE(:HV-FECHA-PAGO-ECHQ), 'E', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-ECHEQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * 'E' + entidad + ID: unico en el mercado sin pedir numero al
      * repositorio.
       7410-NUMERAR-ECHEQ.
           MOVE WS-CODIGO-BANCO-X TO WS-NE-BANCO.
           MOVE WS-ID-ECHEQ       TO WS-NE-ID.
           MOVE WS-NRO-ECHEQ      TO HV-NRO-ECHQ.
           MOVE WS-ID-ECHEQ       TO HV-ID-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET NRO_ECHEQ = :HV-NRO-ECHQ
               WHERE ID_ECHEQ = :HV-ID-ECHQ
           END-EXEC.

      * El llamador carga WS-TIPO-EVENTO y los documentos; queda
      * pendiente de informar al repositorio.
       7450-INSERTAR-EVENTO.
           MOVE WS-ID-ECHEQ    TO HV-ID-ECHQ-ECEV.
           MOVE WS-TIPO-EVENTO TO HV-TIPO-ECEV.
           MOVE WS-TITULAR     TO HV-USUARIO-ECEV.
           MOVE CG-AGENTE-ID   TO HV-AGENTE-ECEV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ECHEQUES_EVENTOS
               (ID_ECHEQ, TIPO, USUARIO, DOC_ORIGEN, DOC_DESTINO,
                MOTIVO, ENVIO, SEC_ENVIO, AGENTE_ID, FECHA_EVENTO)
               VALUES (:HV-ID-ECHQ-ECEV, :HV-TIPO-ECEV,
                :HV-USUARIO-ECEV, :HV-DOC-ORI-ECEV, :HV-DOC-DES-ECEV,
                ' ', 'P', 0, :HV-AGENTE-ECEV, CURRENT TIMESTAMP)
           END-EXEC.

       7500-LEER-ECHEQ-TENEDOR.
           MOVE WS-NRO-INGRESADO TO HV-NRO-ECHQ.
           MOVE WS-TITULAR       TO HV-USUARIO-TEN-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ECHEQ, CHAR(FECHA_PAGO, ISO)
               INTO :HV-ID-ECHQ, :HV-FECHA-PAGO-ECHQ
               FROM IBMUSER.ECHEQUES
               WHERE NRO_ECHEQ = :HV-NRO-ECHQ
                 AND USUARIO_TENEDOR = :HV-USUARIO-TEN-ECHQ
                 AND ESTADO = 'E'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-ID-ECHQ TO WS-ID-ECHEQ
           END-IF.

      * Mismo filtro de 7500: otra terminal no puede haberlo movido.
       7510-ENDOSAR-ECHEQ.
           MOVE WS-DOC-DESTINO     TO HV-DOC-TEN-ECHQ.
           MOVE WS-USUARIO-DESTINO TO HV-USUARIO-TEN-ECHQ.
           MOVE WS-TITULAR         TO HV-USUARIO-LIB-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET DOC_TENEDOR = :HV-DOC-TEN-ECHQ,
                   USUARIO_TENEDOR = :HV-USUARIO-TEN-ECHQ,
                   CANT_ENDOSOS = CANT_ENDOSOS + 1
               WHERE ID_ECHEQ = :HV-ID-ECHQ
                 AND USUARIO_TENEDOR = :HV-USUARIO-LIB-ECHQ
                 AND ESTADO = 'E'
           END-EXEC.

       7520-DEPOSITAR-ECHEQ.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-DEP-ECHQ.
           MOVE WS-TITULAR    TO HV-USUARIO-TEN-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET ESTADO = 'D',
                   CUENTA_DEPOSITO = :HV-CUENTA-DEP-ECHQ
               WHERE ID_ECHEQ = :HV-ID-ECHQ
                 AND USUARIO_TENEDOR = :HV-USUARIO-TEN-ECHQ
                 AND ESTADO = 'E'
           END-EXEC.

       7550-LEER-ECHEQ-LIBRADOR.
           MOVE WS-NRO-INGRESADO TO HV-NRO-ECHQ.
           MOVE WS-TITULAR       TO HV-USUARIO-LIB-ECHQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ECHEQ INTO :HV-ID-ECHQ
               FROM IBMUSER.ECHEQUES
               WHERE NRO_ECHEQ = :HV-NRO-ECHQ
                 AND USUARIO_LIBRADOR = :HV-USUARIO-LIB-ECHQ
                 AND ESTADO IN ('E', 'D')
                 AND FRENADO = 'N'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-ID-ECHQ TO WS-ID-ECHEQ
           END-IF.

       7560-FRENAR-ECHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET FRENADO = 'S'
               WHERE ID_ECHEQ = :HV-ID-ECHQ
                 AND ESTADO IN ('E', 'D')
                 AND FRENADO = 'N'
           END-EXEC.

      * Cantidad por estado con el mismo filtro del cursor de 7700.
       7600-CONTAR-ESTADOS.
           MOVE 0 TO WS-CANT-CARTERA WS-CANT-DEPOSITADOS
                     WS-CANT-PAGADOS WS-CANT-RECHAZADOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(CASE WHEN E.ESTADO = 'E' THEN 1 ELSE 0
                     END), 0),
                 COALESCE(SUM(CASE WHEN E.ESTADO = 'D' THEN 1 ELSE 0
                     END), 0),
                 COALESCE(SUM(CASE WHEN E.ESTADO = 'P' THEN 1 ELSE 0
                     END), 0),
                 COALESCE(SUM(CASE WHEN E.ESTADO = 'R' THEN 1 ELSE 0
                     END), 0)
               INTO :WS-CANT-CARTERA, :WS-CANT-DEPOSITADOS,
                    :WS-CANT-PAGADOS, :WS-CANT-RECHAZADOS
               FROM IBMUSER.ECHEQUES E
               WHERE (:WS-VISTA = 'E'
                      AND E.USUARIO_LIBRADOR = :WS-TITULAR)
                  OR (:WS-VISTA = 'R'
                      AND E.USUARIO_TENEDOR = :WS-TITULAR)
                  OR (:WS-VISTA = 'N'
                      AND EXISTS (SELECT 1
                          FROM IBMUSER.ECHEQUES_EVENTOS V
                          WHERE V.ID_ECHEQ = E.ID_ECHEQ
                            AND V.TIPO = 'N'
                            AND V.USUARIO = :WS-TITULAR))
           END-EXEC.

      * Por estado (en cartera, depositados, rechazados, pagados) y
      * fecha de pago.
       7700-ABRIR-CURSOR-ECHEQUES.
           EXEC SQL DECLARE CUR-ECHEQUES CURSOR FOR
               SELECT E.NRO_ECHEQ, CHAR(E.FECHA_PAGO, ISO), E.MONTO,
                      E.DOC_LIBRADOR, E.DOC_TENEDOR, E.ESTADO,
                      E.MOTIVO_RECHAZO, E.FRENADO
               FROM IBMUSER.ECHEQUES E
               WHERE (:WS-VISTA = 'E'
                      AND E.USUARIO_LIBRADOR = :WS-TITULAR)
                  OR (:WS-VISTA = 'R'
                      AND E.USUARIO_TENEDOR = :WS-TITULAR)
                  OR (:WS-VISTA = 'N'
                      AND EXISTS (SELECT 1
                          FROM IBMUSER.ECHEQUES_EVENTOS V
                          WHERE V.ID_ECHEQ = E.ID_ECHEQ
                            AND V.TIPO = 'N'
                            AND V.USUARIO = :WS-TITULAR))
               ORDER BY CASE E.ESTADO WHEN 'E' THEN 0
                                      WHEN 'D' THEN 1
                                      WHEN 'R' THEN 2
                                      ELSE 3 END,
                        E.FECHA_PAGO, E.ID_ECHEQ
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-ECHEQUES END-EXEC.

       7750-FETCH-ECHEQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-ECHEQUES
               INTO :HV-NRO-ECHQ, :HV-FECHA-PAGO-ECHQ, :HV-MONTO-ECHQ,
                    :HV-DOC-LIB-ECHQ, :HV-DOC-TEN-ECHQ,
                    :HV-ESTADO-ECHQ, :HV-MOTIVO-ECHQ, :HV-FRENADO-ECHQ
           END-EXEC.

       7780-CERRAR-CURSOR-ECHEQUES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-ECHEQUES END-EXEC.

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

      *================================================================*
      * 9150 - CONTROL DE INACTIVIDAD                                  *
      *================================================================*
       9150-VERIFICAR-INACTIVIDAD.
           SET SW-SESION-EXPIRADA TO 'N'.
           DIVIDE EIBTIME BY 10000 GIVING WS-EIB-HORA
               REMAINDER WS-EIB-RESTO.
           DIVIDE WS-EIB-RESTO BY 100 GIVING WS-EIB-MINUTO
               REMAINDER WS-EIB-SEGUNDO.
           COMPUTE WS-SEGUNDOS-ACTUAL =
               WS-EIB-HORA * 3600 + WS-EIB-MINUTO * 60 + WS-EIB-SEGUNDO.

           IF CG-ULT-ACTIVIDAD-SEG > 0
               AND WS-SEGUNDOS-ACTUAL - CG-ULT-ACTIVIDAD-SEG
                   > CG-TIMEOUT-SEGUNDOS
               SET SESION-EXPIRADA TO TRUE
           END-IF.

           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
