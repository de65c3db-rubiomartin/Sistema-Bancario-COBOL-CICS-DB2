       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKOP.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKOP                                 **
      ** TITULO ...........: EVENTOS DE PERDIDA OPERACIONAL         **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Mantenimiento de IBMUSER.EVENTOS_PERDIDA. Solo           **
      **   empleados; se entra con PF4 desde la revision de         **
      **   arqueos PBNKAV.                                          **
      ** - ENTER muestra el evento tecleado: origen, tipo de        **
      **   evento, linea de negocio y causa raiz (con su            **
      **   descripcion de IBMUSER.CATEGORIAS_PERDIDA), sucursal,    **
      **   fechas, perdida bruta, recupero y perdida neta.          **
      ** - PF5 da de alta un evento manual (ORIGEN 'M'): fecha      **
      **   del evento DD/MM/AAAA no posterior a la de negocio,      **
      **   que queda como FECHA_CONTABLE; sucursal vacia = la de    **
      **   la sesion.                                               **
      ** - PF6 corrige categorias, causa, recupero y                **
      **   descripcion de cualquier evento vigente; sucursal,       **
      **   fecha y perdida bruta solo en los manuales (los demas    **
      **   las toman de su origen, BATCH/PBNKRO.cbl).               **
      ** - PF9 anula el evento (ESTADO 'B'); la alimentacion        **
      **   diaria no lo vuelve a cargar.                            **
      ** - El recupero no puede superar la perdida bruta.           **
      ** - PF1 muestra los codigos vigentes de cada categoria.      **
      ** - BATCH/PBNKOQ.cbl informa el trimestre.                   **
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
       COPY BKOPMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYVALWD.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLEVPE END-EXEC.
           EXEC SQL INCLUDE DCLCATP END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLSUCUR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ID-TEXTO           PIC 9(9).
           05 WS-ID-TEXTO-X REDEFINES WS-ID-TEXTO PIC X(9).
           05 WS-ID-ED              PIC ZZZZZZZZ9.
           05 WS-FECHA-NEGOCIO      PIC X(10).
           05 WS-FECHA-RAW          PIC X(10).
           05 WS-FECHA-ISO          PIC X(10).
           05 WS-FECHA-PANTALLA     PIC X(10).
           05 WS-FECHA-ALTA         PIC X(10).
           05 WS-IMPORTE-CAMPO      PIC ZZZZZZZZ9,99.
           05 WS-IMPORTE-NETO       PIC -(10)9,99.
           05 WS-BRUTA              PIC S9(11)V9(2) COMP-3.
           05 WS-RECUPERO           PIC S9(11)V9(2) COMP-3.
           05 WS-TEXTO-ORIGEN       PIC X(24).
           05 WS-PTR-TIPO           PIC S9(4) COMP.
           05 WS-PTR-LINEA          PIC S9(4) COMP.
           05 WS-PTR-CAUSA          PIC S9(4) COMP.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-EVENTO         PIC X     VALUE 'N'.
              88 HAY-EVENTO-CARGADO           VALUE 'S'.

           03 SW-MOSTRAR-EVENTO     PIC X     VALUE 'N'.
              88 MOSTRAR-EVENTO               VALUE 'S'.

           03 SW-ERROR-VALIDACION   PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKOP'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKOP'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPOP'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKOPMP'.
           03  WC-SUCURSAL-CENTRAL  PIC X(4)  VALUE 'CTRL'.
           03  WC-LEYENDA           PIC X(60) VALUE
               ' PF1=CODIGOS PF5=ALTA PF6=MODIFICA PF9=ANULA PF3=MENU'.

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
           MOVE LOW-VALUES TO BKMAPOPO.
           MOVE WC-LEYENDA TO LEYENDAO.
           MOVE ' TECLEE EL NRO DE EVENTO, O LOS DATOS Y PF5 (ALTA)'
             TO MSGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT IDEVOPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TIPOOPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT LINEAOPI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CAUSAOPI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SUCOPI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FEVOPI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BRUTAOPI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT RECUPOPI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DESCOPI  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO IDEVOPC TIPOOPC LINEAOPC CAUSAOPC
                               SUCOPC FEVOPC BRUTAOPC RECUPOPC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   PERFORM 3300-MOSTRAR-CODIGOS

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-EVENTO

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ALTA-EVENTO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-MODIFICAR-EVENTO

               WHEN EIBAID = DFHPF9
                   PERFORM 2400-ANULAR-EVENTO

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 3000-MOSTRAR-EVENTO.
           PERFORM 4000-ENVIO-MAPA.

      *----------------------------------------------------------------*
      * 2050/2060/2070/2080 - VALIDACIONES COMUNES                     *
      *----------------------------------------------------------------*
       2050-LEER-EVENTO-ID.
           MOVE 'N' TO SW-HAY-EVENTO.
           IF IDEVOPI = SPACES OR IDEVOPI NOT NUMERIC
               MOVE ' ERROR: TECLEE EL NRO DE EVENTO (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC IDEVOPC
           ELSE
               MOVE IDEVOPI TO WS-ID-TEXTO-X
               MOVE WS-ID-TEXTO TO HV-ID-EVPE
               PERFORM 7100-LEER-EVENTO
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE ' EL EVENTO NO EXISTE' TO MSGO
                       MOVE ATTR-RED TO MSGC IDEVOPC
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR LEYENDO EL EVENTO' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   WHEN OTHER
                       SET HAY-EVENTO-CARGADO TO TRUE
               END-EVALUATE
           END-IF.

       2055-EXIGIR-EVENTO-VIGENTE.
           PERFORM 2050-LEER-EVENTO-ID.
           IF NOT HAY-EVENTO-CARGADO
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               IF HV-ESTADO-EVPE NOT = 'A'
                   MOVE ' EL EVENTO ESTA ANULADO' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Tipo, linea y causa contra IBMUSER.CATEGORIAS_PERDIDA.
       2060-VALIDAR-CATEGORIAS.
           MOVE 'T' TO HV-CLASE-CATP.
           MOVE TIPOOPI TO HV-CODIGO-CATP.
           PERFORM 7050-LEER-CATEGORIA.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: TIPO DE EVENTO INEXISTENTE (PF1=CODIGOS)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC TIPOOPC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               MOVE 'L' TO HV-CLASE-CATP
               MOVE LINEAOPI TO HV-CODIGO-CATP
               PERFORM 7050-LEER-CATEGORIA
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: LINEA DE NEGOCIO INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC LINEAOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               MOVE 'C' TO HV-CLASE-CATP
               MOVE CAUSAOPI TO HV-CODIGO-CATP
               PERFORM 7050-LEER-CATEGORIA
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: CAUSA RAIZ INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC CAUSAOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Sucursal, fecha del evento y perdida bruta: los tecleados
      * solo valen en los eventos manuales. Deja todo en los HV.
       2070-VALIDAR-DATOS-MANUALES.
           IF SUCOPI = SPACES
               MOVE CG-SUCURSAL-ID TO SUCOPI
           END-IF.
           MOVE SUCOPI TO HV-SUCURSAL-ID.
           IF HV-SUCURSAL-ID NOT = WC-SUCURSAL-CENTRAL
               PERFORM 7060-LEER-SUCURSAL
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: SUCURSAL INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC SUCOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2075-VALIDAR-FECHA
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               MOVE BRUTAOPI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF BRUTAOPI = SPACES OR VAL-HAY-ERROR
                   MOVE ' ERROR: PERDIDA BRUTA INVALIDA' TO MSGO
                   MOVE ATTR-RED TO MSGC BRUTAOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO HV-BRUTA-EVPE
               END-IF
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               MOVE HV-SUCURSAL-ID TO HV-SUCURSAL-EVPE
               MOVE WS-FECHA-ISO   TO HV-FECHA-EVE-EVPE
           END-IF.

      * Mismo formato DD/MM/AAAA y conversion a ISO que
      * 2300-VALIDAR-FECHA de PBNKFE; no puede ser posterior a la
      * fecha de negocio.
       2075-VALIDAR-FECHA.
           MOVE FEVOPI TO WS-FECHA-RAW.
           IF WS-FECHA-RAW(3:1) = '/' AND
              WS-FECHA-RAW(6:1) = '/' AND
              WS-FECHA-RAW(1:2) NUMERIC AND
              WS-FECHA-RAW(4:2) NUMERIC AND
              WS-FECHA-RAW(7:4) NUMERIC
               STRING WS-FECHA-RAW(7:4) '-'
                      WS-FECHA-RAW(4:2) '-'
                      WS-FECHA-RAW(1:2)
                      DELIMITED BY SIZE INTO WS-FECHA-ISO
               IF WS-FECHA-ISO > WS-FECHA-NEGOCIO
                   MOVE ' ERROR: FECHA POSTERIOR A LA DE NEGOCIO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC FEVOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           ELSE
               MOVE ' ERROR: FECHA DEL EVENTO INVALIDA (DD/MM/AAAA)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC FEVOPC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      * Recupero vacio = 0; nunca mayor que la perdida bruta
      * (HV-BRUTA-EVPE, tecleada o la del evento).
       2080-VALIDAR-RECUPERO.
           IF RECUPOPI = SPACES
               MOVE 0 TO HV-RECUPERO-EVPE
           ELSE
               MOVE RECUPOPI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF VAL-HAY-ERROR
                   MOVE ' ERROR: RECUPERO INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MSGC RECUPOPC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO HV-RECUPERO-EVPE
               END-IF
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
              AND HV-RECUPERO-EVPE > HV-BRUTA-EVPE
               MOVE ' ERROR: EL RECUPERO SUPERA LA PERDIDA BRUTA'
                 TO MSGO
               MOVE ATTR-RED TO MSGC RECUPOPC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100 - CONSULTA POR NRO DE EVENTO                              *
      *----------------------------------------------------------------*
       2100-CONSULTAR-EVENTO.
           PERFORM 2050-LEER-EVENTO-ID.
           IF HAY-EVENTO-CARGADO
               SET MOSTRAR-EVENTO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - ALTA MANUAL (ORIGEN 'M', FECHA CONTABLE = NEGOCIO)      *
      *----------------------------------------------------------------*
       2200-ALTA-EVENTO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 2060-VALIDAR-CATEGORIAS.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2070-VALIDAR-DATOS-MANUALES
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2080-VALIDAR-RECUPERO
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7200-INSERTAR-EVENTO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-EVPE TO WS-ID-ED
                   STRING ' EVENTO ' WS-ID-ED ' DADO DE ALTA'
                       DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE HV-ID-EVPE TO WS-ID-TEXTO
                   MOVE WS-ID-TEXTO-X TO IDEVOPI
                   PERFORM 2050-LEER-EVENTO-ID
                   SET MOSTRAR-EVENTO TO TRUE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL DAR DE ALTA EL EVENTO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - MODIFICACION DE UN EVENTO VIGENTE                       *
      *----------------------------------------------------------------*
       2300-MODIFICAR-EVENTO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 2055-EXIGIR-EVENTO-VIGENTE.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2060-VALIDAR-CATEGORIAS
           END-IF.
           IF NOT HAY-ERROR-VALIDACION AND HV-ORIGEN-EVPE = 'M'
               PERFORM 2070-VALIDAR-DATOS-MANUALES
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2080-VALIDAR-RECUPERO
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7300-MODIFICAR-EVENTO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' EVENTO MODIFICADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   PERFORM 2050-LEER-EVENTO-ID
                   SET MOSTRAR-EVENTO TO TRUE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL MODIFICAR EL EVENTO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - ANULACION (ESTADO 'B'); EL EVENTO SE CONSERVA           *
      *----------------------------------------------------------------*
       2400-ANULAR-EVENTO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 2055-EXIGIR-EVENTO-VIGENTE.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7400-ANULAR-EVENTO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' EVENTO ANULADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   PERFORM 2050-LEER-EVENTO-ID
                   SET MOSTRAR-EVENTO TO TRUE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ANULAR EL EVENTO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - PRESENTACION                                            *
      *================================================================*
      * Solo tras una consulta o una grabacion exitosa; ante un error
      * de validacion la pantalla queda como se tecleo.
       3000-MOSTRAR-EVENTO.
           IF MOSTRAR-EVENTO AND HAY-EVENTO-CARGADO
               EVALUATE HV-ORIGEN-EVPE
                   WHEN 'A'
                       MOVE 'FALTANTE DE ARQUEO'   TO WS-TEXTO-ORIGEN
                   WHEN 'D'
                       MOVE 'DISPUTA CON QUEBRANTO' TO WS-TEXTO-ORIGEN
                   WHEN 'F'
                       MOVE 'BILLETE FALSO'        TO WS-TEXTO-ORIGEN
                   WHEN 'T'
                       MOVE 'REVERSO CONCIL. ATM'  TO WS-TEXTO-ORIGEN
                   WHEN OTHER
                       MOVE 'CARGA MANUAL'         TO WS-TEXTO-ORIGEN
               END-EVALUATE
               MOVE SPACES TO ORIGOPO
               IF HV-ORIGEN-EVPE = 'M'
                   STRING ' ORIGEN: ' WS-TEXTO-ORIGEN
                       DELIMITED BY SIZE INTO ORIGOPO
               ELSE
                   MOVE HV-ID-ORIG-EVPE TO WS-ID-ED
                   STRING ' ORIGEN: ' WS-TEXTO-ORIGEN ' NRO '
                       WS-ID-ED DELIMITED BY SIZE INTO ORIGOPO
               END-IF

               MOVE HV-TIPO-EVPE      TO TIPOOPO
               MOVE HV-LINEA-EVPE     TO LINEAOPO
               MOVE HV-CAUSA-EVPE     TO CAUSAOPO
               MOVE HV-SUCURSAL-EVPE  TO SUCOPO
               MOVE HV-DESCRIP-EVPE   TO DESCOPO
               PERFORM 3100-MOSTRAR-DESCRIPCIONES

               MOVE HV-FECHA-EVE-EVPE TO WS-FECHA-ISO
               PERFORM 3200-FECHA-PANTALLA
               MOVE WS-FECHA-PANTALLA TO FEVOPO
               MOVE HV-FECHA-CONT-EVPE TO WS-FECHA-ISO
               PERFORM 3200-FECHA-PANTALLA
               MOVE WS-FECHA-PANTALLA TO FCONOPO

               MOVE HV-BRUTA-EVPE     TO WS-IMPORTE-CAMPO
               MOVE WS-IMPORTE-CAMPO  TO BRUTAOPO
               MOVE HV-RECUPERO-EVPE  TO WS-IMPORTE-CAMPO
               MOVE WS-IMPORTE-CAMPO  TO RECUPOPO
               COMPUTE WS-IMPORTE-NETO =
                   HV-BRUTA-EVPE - HV-RECUPERO-EVPE
               MOVE WS-IMPORTE-NETO   TO NETAOPO

               MOVE HV-FECHA-ALTA-EVPE(1:10) TO WS-FECHA-ALTA
               MOVE SPACES TO ESTOPO
               IF HV-ESTADO-EVPE = 'A'
                   STRING ' VIGENTE - ALTA ' HV-ALTA-POR-EVPE
                       ' EL ' WS-FECHA-ALTA ' MODIF. '
                       HV-MODIF-POR-EVPE
                       DELIMITED BY SIZE INTO ESTOPO
                   MOVE ATTR-GREEN TO ESTOPC
               ELSE
                   STRING ' ANULADO POR ' HV-MODIF-POR-EVPE
                       DELIMITED BY SIZE INTO ESTOPO
                   MOVE ATTR-RED TO ESTOPC
               END-IF
           END-IF.

       3100-MOSTRAR-DESCRIPCIONES.
           MOVE SPACES TO DTIPOPO DLINOPO DCAUOPO.
           MOVE 'T' TO HV-CLASE-CATP.
           MOVE HV-TIPO-EVPE TO HV-CODIGO-CATP.
           PERFORM 7050-LEER-CATEGORIA.
           IF SQLCODE = 0
               MOVE HV-DESCRIP-CATP TO DTIPOPO
           END-IF.
           MOVE 'L' TO HV-CLASE-CATP.
           MOVE HV-LINEA-EVPE TO HV-CODIGO-CATP.
           PERFORM 7050-LEER-CATEGORIA.
           IF SQLCODE = 0
               MOVE HV-DESCRIP-CATP TO DLINOPO
           END-IF.
           MOVE 'C' TO HV-CLASE-CATP.
           MOVE HV-CAUSA-EVPE TO HV-CODIGO-CATP.
           PERFORM 7050-LEER-CATEGORIA.
           IF SQLCODE = 0
               MOVE HV-DESCRIP-CATP TO DCAUOPO
           END-IF.

       3200-FECHA-PANTALLA.
           MOVE SPACES TO WS-FECHA-PANTALLA.
           STRING WS-FECHA-ISO(9:2) '/' WS-FECHA-ISO(6:2) '/'
                  WS-FECHA-ISO(1:4)
                  DELIMITED BY SIZE INTO WS-FECHA-PANTALLA.

      * PF1: los codigos vigentes de cada clase, al lado de su campo.
       3300-MOSTRAR-CODIGOS.
           MOVE SPACES TO DTIPOPO DLINOPO DCAUOPO.
           MOVE 1 TO WS-PTR-TIPO WS-PTR-LINEA WS-PTR-CAUSA.
           EXEC SQL DECLARE CUR-CATEGORIAS CURSOR FOR
               SELECT CLASE, CODIGO
               FROM IBMUSER.CATEGORIAS_PERDIDA
               ORDER BY CLASE, CODIGO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-CATEGORIAS END-EXEC.
           PERFORM 7500-FETCH-CATEGORIA.
           PERFORM UNTIL SQLCODE NOT = 0
               EVALUATE HV-CLASE-CATP
                   WHEN 'T'
                       STRING HV-CODIGO-CATP ' ' DELIMITED BY SIZE
                           INTO DTIPOPO WITH POINTER WS-PTR-TIPO
                   WHEN 'L'
                       STRING HV-CODIGO-CATP ' ' DELIMITED BY SIZE
                           INTO DLINOPO WITH POINTER WS-PTR-LINEA
                   WHEN OTHER
                       STRING HV-CODIGO-CATP ' ' DELIMITED BY SIZE
                           INTO DCAUOPO WITH POINTER WS-PTR-CAUSA
               END-EVALUATE
               PERFORM 7500-FETCH-CATEGORIA
           END-PERFORM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-CATEGORIAS END-EXEC.
           MOVE ' CODIGOS VIGENTES AL LADO DE CADA CAMPO' TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.

      *================================================================*
      * 4000 - MANEJO DEL MAPA                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPOPO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPOPO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPOPI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-CATEGORIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION INTO :HV-DESCRIP-CATP
               FROM IBMUSER.CATEGORIAS_PERDIDA
               WHERE CLASE  = :HV-CLASE-CATP
                 AND CODIGO = :HV-CODIGO-CATP
           END-EXEC.

       7060-LEER-SUCURSAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE-SUC
               FROM IBMUSER.SUCURSAL
               WHERE SUCURSAL_ID = :HV-SUCURSAL-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7100-LEER-EVENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ORIGEN, ID_ORIGEN, TIPO_EVENTO,
                      LINEA_NEGOCIO, CAUSA_RAIZ, SUCURSAL_ID,
                      CHAR(FECHA_EVENTO, ISO),
                      CHAR(FECHA_CONTABLE, ISO),
                      PERDIDA_BRUTA, RECUPERO, DESCRIPCION, ESTADO,
                      ALTA_POR, CHAR(FECHA_ALTA), MODIF_POR
               INTO :HV-ORIGEN-EVPE, :HV-ID-ORIG-EVPE,
                    :HV-TIPO-EVPE, :HV-LINEA-EVPE, :HV-CAUSA-EVPE,
                    :HV-SUCURSAL-EVPE, :HV-FECHA-EVE-EVPE,
                    :HV-FECHA-CONT-EVPE, :HV-BRUTA-EVPE,
                    :HV-RECUPERO-EVPE, :HV-DESCRIP-EVPE,
                    :HV-ESTADO-EVPE, :HV-ALTA-POR-EVPE,
                    :HV-FECHA-ALTA-EVPE, :HV-MODIF-POR-EVPE
               FROM IBMUSER.EVENTOS_PERDIDA
               WHERE ID_EVENTO = :HV-ID-EVPE
           END-EXEC.

      * Los HV de sucursal, fecha, bruta y recupero los dejan
      * cargados 2070 y 2080.
       7200-INSERTAR-EVENTO.
           MOVE TIPOOPI          TO HV-TIPO-EVPE.
           MOVE LINEAOPI         TO HV-LINEA-EVPE.
           MOVE CAUSAOPI         TO HV-CAUSA-EVPE.
           MOVE DESCOPI          TO HV-DESCRIP-EVPE.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-CONT-EVPE.
           MOVE CG-M-USER        TO HV-ALTA-POR-EVPE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_PERDIDA
               (ORIGEN, ID_ORIGEN, TIPO_EVENTO, LINEA_NEGOCIO,
                CAUSA_RAIZ, SUCURSAL_ID, FECHA_EVENTO,
                FECHA_CONTABLE, PERDIDA_BRUTA, RECUPERO,
                DESCRIPCION, ESTADO, ALTA_POR, FECHA_ALTA)
               VALUES ('M', 0, :HV-TIPO-EVPE, :HV-LINEA-EVPE,
                :HV-CAUSA-EVPE, :HV-SUCURSAL-EVPE,
                DATE(:HV-FECHA-EVE-EVPE),
                DATE(:HV-FECHA-CONT-EVPE), :HV-BRUTA-EVPE,
                :HV-RECUPERO-EVPE, :HV-DESCRIP-EVPE, 'A',
                :HV-ALTA-POR-EVPE, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-EVPE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Sucursal, fecha y bruta se regraban tal cual para los
      * eventos de la alimentacion (2070 no los toca).
       7300-MODIFICAR-EVENTO.
           MOVE TIPOOPI          TO HV-TIPO-EVPE.
           MOVE LINEAOPI         TO HV-LINEA-EVPE.
           MOVE CAUSAOPI         TO HV-CAUSA-EVPE.
           MOVE DESCOPI          TO HV-DESCRIP-EVPE.
           MOVE CG-M-USER        TO HV-MODIF-POR-EVPE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EVENTOS_PERDIDA
               SET TIPO_EVENTO   = :HV-TIPO-EVPE,
                   LINEA_NEGOCIO = :HV-LINEA-EVPE,
                   CAUSA_RAIZ    = :HV-CAUSA-EVPE,
                   SUCURSAL_ID   = :HV-SUCURSAL-EVPE,
                   FECHA_EVENTO  = DATE(:HV-FECHA-EVE-EVPE),
                   PERDIDA_BRUTA = :HV-BRUTA-EVPE,
                   RECUPERO      = :HV-RECUPERO-EVPE,
                   DESCRIPCION   = :HV-DESCRIP-EVPE,
                   MODIF_POR     = :HV-MODIF-POR-EVPE
               WHERE ID_EVENTO = :HV-ID-EVPE
                 AND ESTADO    = 'A'
           END-EXEC.

       7400-ANULAR-EVENTO.
           MOVE CG-M-USER TO HV-MODIF-POR-EVPE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EVENTOS_PERDIDA
               SET ESTADO    = 'B',
                   MODIF_POR = :HV-MODIF-POR-EVPE
               WHERE ID_EVENTO = :HV-ID-EVPE
                 AND ESTADO    = 'A'
           END-EXEC.

       7500-FETCH-CATEGORIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CATEGORIAS
               INTO :HV-CLASE-CATP, :HV-CODIGO-CATP
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

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           EXEC CICS SEND TEXT
                FROM (WS-MENSAJE-LOGN)
                LENGTH (LENGTH OF WS-MENSAJE-LOGN)
                ERASE
                FREEKB
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
