       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDR                                 **
      ** TITULO ...........: SOLICITUDES DE ACCESO A DATOS (DSAR)   **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Registro de pedidos de acceso del titular a sus datos    **
      **   personales en IBMUSER.SOLICITUDES_DSAR (TIPO_USUARIO     **
      **   'E', se entra con PF10 desde la revision de PBNKPE).     **
      ** - ENTER muestra el cliente tecleado y sus ultimas cinco    **
      **   solicitudes con fecha, plazo legal, estado, generacion   **
      **   y entrega (vencidas y entregas tardias marcadas).        **
      ** - PF5 registra una solicitud nueva: plazo = hoy +          **
      **   PLAZO_DSAR_DIAS, sucursal del empleado. Una sola         **
      **   solicitud abierta por cliente.                           **
      ** - El documento lo arma BATCH/PBNKDS.cbl (repositorio de    **
      **   reportes y lineas registradas en la cola de impresion    **
      **   de la sucursal). PF7 envia esas lineas a la impresora    **
      **   por la cola TD BKPR (reimpresion: vuelve a enviarlas).   **
      ** - PF6 deja constancia de la entrega al titular ('G' ->     **
      **   'E') y confirma impresas ('I') sus lineas de la cola.    **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKDRMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDSAR END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLIMPR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO-CONSULTA   PIC X(8).
      * Valor de fabrica; 7050 lo reemplaza por PARAMETROS.
           05 WS-DIAS-PLAZO         PIC S9(4) COMP VALUE 10.
           05 WS-ID-ABIERTA         PIC S9(9) COMP VALUE 0.
           05 WS-ID-ED              PIC ZZZZZZZZ9.
           05 WS-CANT-LINEAS        PIC S9(4) COMP VALUE 0.
           05 WS-FECHA-SOL          PIC X(10).
           05 WS-FECHA-GEN          PIC X(10).
           05 WS-FECHA-ENT          PIC X(10).
      * 'V' abierta y vencida, 'T' entregada fuera de plazo.
           05 WS-MARCA-PLAZO        PIC X(1).
           05 WS-ENTREGA-TARDE      PIC X(1).
           05 WS-LINEA-CLIENTE      PIC X(60).
           05 WS-CANT-IMPRESAS      PIC S9(4) COMP VALUE 0.
           05 WS-CANT-IMPRESAS-ED   PIC ZZZ9.

      * Ultimas solicitudes del cliente, una por linea del mapa.
       01  WS-TABLA-LINEAS.
           05 WS-LINEA-SOL          PIC X(79) OCCURS 5 TIMES.

       01  WS-LINEA-DETALLE.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ID              PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LD-FECHA-SOL       PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LD-LIMITE          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LD-ESTADO          PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-GENERADA        PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ENTREGADA       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-REPORTE         PIC ZZZZZZZ9.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-CLIENTE        PIC X     VALUE 'N'.
              88 HAY-CLIENTE-CARGADO          VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKDR'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKDR'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPDR'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKDRMP'.

       COPY CPYIMPW.
       COPY CPYRTMW.

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
           MOVE LOW-VALUES TO BKMAPDRO.
           MOVE ' ENTER=VER PF5=ALTA PF7=IMPRIMIR PF6=ENTREGA PF3=SALIR'
             TO LEYENDAO.
           PERFORM 3050-ARMAR-CABECERA.
           MOVE ' TECLEE EL USUARIO DEL TITULAR' TO MSGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT USUDRI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE USUDRI TO WS-USUARIO-CONSULTA.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID NOT = DFHENTER AND EIBAID NOT = DFHPF5
                       AND EIBAID NOT = DFHPF6 AND EIBAID NOT = DFHPF7
                   MOVE ' TECLA INVALIDA' TO MSGO

               WHEN WS-USUARIO-CONSULTA = SPACES
                   MOVE ' TECLEE EL USUARIO DEL TITULAR' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 2050-LEER-TITULAR
                   IF HAY-CLIENTE-CARGADO
                       EVALUATE TRUE
                           WHEN EIBAID = DFHPF5
                               PERFORM 2100-REGISTRAR-SOLICITUD
                           WHEN EIBAID = DFHPF6
                               PERFORM 2200-REGISTRAR-ENTREGA
                           WHEN EIBAID = DFHPF7
                               PERFORM 2300-IMPRIMIR-DOCUMENTO
                       END-EVALUATE
                   END-IF
                   PERFORM 3000-CARGAR-SOLICITUDES
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * Solo titulares (clientes): el personal no pide por esta via.
       2050-LEER-TITULAR.
           MOVE 'N' TO SW-HAY-CLIENTE.
           MOVE SPACES TO NOMCLIO.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO.
           PERFORM 7100-LEER-CLIENTE.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE ' USUARIO INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR LEYENDO EL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               WHEN HV-TIPO-USUARIO NOT = 'C'
                   MOVE ' EL USUARIO NO ES UN CLIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               WHEN OTHER
                   SET HAY-CLIENTE-CARGADO TO TRUE
                   MOVE SPACES TO WS-LINEA-CLIENTE
                   STRING ' ' HV-NOMBRE ' - ESTADO ' HV-ESTADO
                       DELIMITED BY SIZE INTO WS-LINEA-CLIENTE
                   MOVE WS-LINEA-CLIENTE TO NOMCLIO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2100 - ALTA DE LA SOLICITUD CON SU PLAZO LEGAL                 *
      *----------------------------------------------------------------*
       2100-REGISTRAR-SOLICITUD.
           PERFORM 7150-BUSCAR-ABIERTA.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-ID-ABIERTA TO WS-ID-ED
                   STRING ' YA TIENE LA SOLICITUD ABIERTA NRO '
                       WS-ID-ED DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN SQLCODE NOT = 100
                   MOVE ' ERROR CONSULTANDO SOLICITUDES' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7050-LEER-PARAMETROS
                   PERFORM 7200-INSERTAR-SOLICITUD
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       STRING ' SOLICITUD REGISTRADA - VENCE EL '
                           HV-FECHA-LIM-DSAR DELIMITED BY SIZE
                           INTO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL REGISTRAR LA SOLICITUD' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2200 - ENTREGA AL TITULAR DEL DOCUMENTO GENERADO               *
      *----------------------------------------------------------------*
       2200-REGISTRAR-ENTREGA.
           PERFORM 7160-BUSCAR-GENERADA.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE ' NO HAY DOCUMENTO GENERADO PARA ENTREGAR'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR CONSULTANDO SOLICITUDES' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7300-MARCAR-ENTREGADA
                   IF SQLCODE = 0
                       PERFORM 7320-CONFIRMAR-IMPRESAS
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       IF WS-ENTREGA-TARDE = 'S'
                           MOVE ' ENTREGA REGISTRADA - FUERA DE PLAZO'
                             TO MSGO
                           MOVE ATTR-RED TO MSGC
                       ELSE
                           MOVE ' ENTREGA REGISTRADA - EN PLAZO'
                             TO MSGO
                           MOVE ATTR-GREEN TO MSGC
                       END-IF
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL REGISTRAR LA ENTREGA' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2300 - ENVIO DEL DOCUMENTO GENERADO A LA IMPRESORA: LAS LINEAS *
      * QUE PBNKDS DEJO REGISTRADAS VIAJAN POR BKPR (EL ROUTER LAS     *
      * ENTREGA A LA SUCURSAL DEL REGISTRO) Y SUMAN UN INTENTO.        *
      *----------------------------------------------------------------*
       2300-IMPRIMIR-DOCUMENTO.
           PERFORM 7160-BUSCAR-GENERADA.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE ' NO HAY DOCUMENTO GENERADO PARA IMPRIMIR'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR CONSULTANDO SOLICITUDES' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 2350-ENVIAR-LINEAS
                   IF SQLCODE = 0 AND WS-CANT-IMPRESAS > 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE WS-CANT-IMPRESAS TO WS-CANT-IMPRESAS-ED
                       STRING ' DOCUMENTO ENVIADO A LA IMPRESORA - '
                           WS-CANT-IMPRESAS-ED ' LINEAS'
                           DELIMITED BY SIZE INTO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL ENVIAR EL DOCUMENTO' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

       2350-ENVIAR-LINEAS.
           MOVE 0 TO WS-CANT-IMPRESAS.
           EXEC SQL DECLARE CUR-SPOOL CURSOR FOR
               SELECT TEXTO
               FROM IBMUSER.COLA_IMPRESION
               WHERE ID_IMPRESION BETWEEN :HV-IMPR-DESDE-DSAR
                                      AND :HV-IMPR-HASTA-DSAR
                 AND PROGRAMA = 'PBNKDS'
                 AND ESTADO IN ('P', 'F')
               ORDER BY ID_IMPRESION
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-SPOOL END-EXEC.
           PERFORM 7500-FETCH-SPOOL.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CANT-IMPRESAS
               MOVE HV-TEXTO-IMPR TO WS-IMP-LINEA
               EXEC CICS WRITEQ TD QUEUE(WC-IMP-COLA)
                   FROM(WS-IMP-LINEA)
                   LENGTH(LENGTH OF WS-IMP-LINEA)
               END-EXEC
               PERFORM 7500-FETCH-SPOOL
           END-PERFORM.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-SPOOL END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-IMPRESAS > 0
               PERFORM 7510-MARCAR-ENVIADAS
           END-IF.

      *================================================================*
      * 3000 - ULTIMAS SOLICITUDES DEL CLIENTE                         *
      *================================================================*
       3000-CARGAR-SOLICITUDES.
           MOVE SPACES TO WS-TABLA-LINEAS.
           MOVE 0 TO WS-CANT-LINEAS.
           IF HAY-CLIENTE-CARGADO
               MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-DSAR
               EXEC SQL DECLARE CUR-SOLICITUDES CURSOR FOR
                   SELECT ID_SOLICITUD,
                          CHAR(DATE(FECHA_SOLICITUD), ISO),
                          CHAR(FECHA_LIMITE, ISO), ESTADO,
                          COALESCE(CHAR(DATE(FECHA_GENERACION), ISO),
                                   ' '),
                          COALESCE(CHAR(DATE(FECHA_ENTREGA), ISO),
                                   ' '),
                          ID_REPORTE,
                          CASE WHEN ESTADO IN ('P', 'G')
                                AND FECHA_LIMITE < CURRENT DATE
                               THEN 'V'
                               WHEN ESTADO = 'E'
                                AND DATE(FECHA_ENTREGA) > FECHA_LIMITE
                               THEN 'T'
                               ELSE ' ' END
                   FROM IBMUSER.SOLICITUDES_DSAR
                   WHERE USUARIO = :HV-USUARIO-DSAR
                   ORDER BY ID_SOLICITUD DESC
               END-EXEC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-SOLICITUDES END-EXEC
               PERFORM 7400-FETCH-SOLICITUD
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-LINEAS = 5
                   ADD 1 TO WS-CANT-LINEAS
                   PERFORM 3100-ARMAR-LINEA
                   PERFORM 7400-FETCH-SOLICITUD
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-SOLICITUDES END-EXEC
               IF WS-CANT-LINEAS = 0
                   MOVE ' SIN SOLICITUDES REGISTRADAS'
                     TO WS-LINEA-SOL(1)
               END-IF
           END-IF.
           MOVE WS-LINEA-SOL(1) TO LINDR1O.
           MOVE WS-LINEA-SOL(2) TO LINDR2O.
           MOVE WS-LINEA-SOL(3) TO LINDR3O.
           MOVE WS-LINEA-SOL(4) TO LINDR4O.
           MOVE WS-LINEA-SOL(5) TO LINDR5O.

       3050-ARMAR-CABECERA.
           MOVE SPACES TO CABDRO.
           STRING '       NRO  SOLICITADA  LIMITE      ESTADO'
               '       GENERADA   ENTREGADA   REPORTE'
               DELIMITED BY SIZE INTO CABDRO.

       3100-ARMAR-LINEA.
           MOVE HV-ID-DSAR        TO WS-LD-ID.
           MOVE WS-FECHA-SOL      TO WS-LD-FECHA-SOL.
           MOVE HV-FECHA-LIM-DSAR TO WS-LD-LIMITE.
           MOVE WS-FECHA-GEN      TO WS-LD-GENERADA.
           MOVE WS-FECHA-ENT      TO WS-LD-ENTREGADA.
           MOVE HV-ID-REPO-DSAR   TO WS-LD-REPORTE.
           EVALUATE TRUE
               WHEN HV-ESTADO-DSAR = 'P' AND WS-MARCA-PLAZO = 'V'
                   MOVE 'PEND.VENCIDA' TO WS-LD-ESTADO
               WHEN HV-ESTADO-DSAR = 'P'
                   MOVE 'PENDIENTE'    TO WS-LD-ESTADO
               WHEN HV-ESTADO-DSAR = 'G' AND WS-MARCA-PLAZO = 'V'
                   MOVE 'GEN. VENCIDA' TO WS-LD-ESTADO
               WHEN HV-ESTADO-DSAR = 'G'
                   MOVE 'GENERADA'     TO WS-LD-ESTADO
               WHEN WS-MARCA-PLAZO = 'T'
                   MOVE 'ENTR. TARDE'  TO WS-LD-ESTADO
               WHEN OTHER
                   MOVE 'ENTREGADA'    TO WS-LD-ESTADO
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-SOL(WS-CANT-LINEAS).

      *================================================================*
      * 4000 - MANEJO DEL MAPA                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPDRO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPDRO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPDRI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PLAZO_DSAR_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-PLAZO
           END-IF.

       7100-LEER-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO, TIPO_USUARIO
               INTO :HV-NOMBRE, :HV-ESTADO, :HV-TIPO-USUARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

      * Abierta = pendiente de generar o generada sin entregar.
       7150-BUSCAR-ABIERTA.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-DSAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_SOLICITUD
               INTO :WS-ID-ABIERTA
               FROM IBMUSER.SOLICITUDES_DSAR
               WHERE USUARIO = :HV-USUARIO-DSAR
                 AND ESTADO IN ('P', 'G')
               ORDER BY ID_SOLICITUD
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7160-BUSCAR-GENERADA.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-DSAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_SOLICITUD, ID_IMPR_DESDE, ID_IMPR_HASTA,
                      CASE WHEN CURRENT DATE > FECHA_LIMITE
                           THEN 'S' ELSE 'N' END
               INTO :HV-ID-DSAR, :HV-IMPR-DESDE-DSAR,
                    :HV-IMPR-HASTA-DSAR, :WS-ENTREGA-TARDE
               FROM IBMUSER.SOLICITUDES_DSAR
               WHERE USUARIO = :HV-USUARIO-DSAR
                 AND ESTADO = 'G'
               ORDER BY ID_SOLICITUD
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7200-INSERTAR-SOLICITUD.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-DSAR.
           MOVE CG-SUCURSAL-ID      TO HV-SUCURSAL-DSAR.
           MOVE CG-M-USER           TO HV-REGISTRADO-DSAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.SOLICITUDES_DSAR
               (USUARIO, SUCURSAL_ID, REGISTRADO_POR,
                FECHA_SOLICITUD, FECHA_LIMITE, ESTADO)
               VALUES (:HV-USUARIO-DSAR, :HV-SUCURSAL-DSAR,
                :HV-REGISTRADO-DSAR, CURRENT TIMESTAMP,
                CURRENT DATE + :WS-DIAS-PLAZO DAYS, 'P')
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE + :WS-DIAS-PLAZO
                          DAYS, ISO)
                   INTO :HV-FECHA-LIM-DSAR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7300-MARCAR-ENTREGADA.
           MOVE CG-M-USER TO HV-ENTREGADO-DSAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_DSAR
               SET ESTADO = 'E',
                   ENTREGADO_POR = :HV-ENTREGADO-DSAR,
                   FECHA_ENTREGA = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-DSAR
                 AND ESTADO = 'G'
           END-EXEC.

      * Entregado en mano = impreso: las lineas del documento que
      * sigan abiertas en la cola quedan confirmadas.
       7320-CONFIRMAR-IMPRESAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.COLA_IMPRESION
               SET ESTADO = 'I',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_IMPRESION BETWEEN :HV-IMPR-DESDE-DSAR
                                      AND :HV-IMPR-HASTA-DSAR
                 AND PROGRAMA = 'PBNKDS'
                 AND ESTADO IN ('P', 'F')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7400-FETCH-SOLICITUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-SOLICITUDES
               INTO :HV-ID-DSAR, :WS-FECHA-SOL, :HV-FECHA-LIM-DSAR,
                    :HV-ESTADO-DSAR, :WS-FECHA-GEN, :WS-FECHA-ENT,
                    :HV-ID-REPO-DSAR, :WS-MARCA-PLAZO
           END-EXEC.

       7500-FETCH-SPOOL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-SPOOL
               INTO :HV-TEXTO-IMPR
           END-EXEC.

       7510-MARCAR-ENVIADAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.COLA_IMPRESION
               SET ESTADO = 'P',
                   INTENTOS = INTENTOS + 1,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_IMPRESION BETWEEN :HV-IMPR-DESDE-DSAR
                                      AND :HV-IMPR-HASTA-DSAR
                 AND PROGRAMA = 'PBNKDS'
                 AND ESTADO IN ('P', 'F')
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

       COPY CPYRTMP.
