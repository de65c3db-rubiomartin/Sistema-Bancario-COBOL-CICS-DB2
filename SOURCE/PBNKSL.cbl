       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSL.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSL                                 **
      ** TITULO ...........: SOLICITUDES DE PAGO (COBRO A CLIENTES) **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del cliente (menu PAGOS opcion S): pide un      **
      **   pago a otro cliente. ENTER envia la solicitud con        **
      **   pagador, monto, concepto y vencimiento; el pagador       **
      **   es un USUARIO o un ALIAS local vigente del propio        **
      **   directorio de beneficiarios (BENEFICIARIOS TIPO          **
      **   'L'). Vencimiento DD/MM/AAAA, en blanco vence a los      **
      **   WS-DIAS-VENCE dias, nunca mas alla de                    **
      **   WS-DIAS-VENCE-MAX.                                       **
      ** - La solicitud queda 'P' en IBMUSER.SOLICITUDES_PAGO       **
      **   y deja un aviso 'Q' en el buzon del pagador              **
      **   (SOURCE/PBNKIB.cbl), que la acepta, rechaza o            **
      **   bloquea al solicitante.                                  **
      ** - Se rechaza si el pagador bloqueo al solicitante          **
      **   (BLOQUEOS_SOLICITUD) o si ya hay una solicitud           **
      **   abierta ('P' o 'A') al mismo pagador.                    **
      ** - PF5 cancela una solicitud propia todavia pendiente,      **
      **   por su numero. La lista muestra las ultimas cinco        **
      **   solicitudes enviadas con su estado.                      **
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
       COPY BKSLMP.
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
           EXEC SQL INCLUDE DCLBENE END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLSOLP END-EXEC.
           EXEC SQL INCLUDE DCLBLSO END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PAGADOR            PIC X(8)  VALUE SPACES.
           05 WS-MONTO-DECIMAL      PIC 9(10)V99 VALUE 0.
           05 WS-CONCEPTO           PIC X(30) VALUE SPACES.
           05 WS-FECHA-RAW          PIC X(10).
           05 WS-FECHA-ISO          PIC X(10).
           05 WS-ID-CANCELAR        PIC S9(9) COMP VALUE 0.
      * Vencimiento por omision y maximo, en dias corridos.
           05 WS-DIAS-VENCE         PIC S9(4) COMP VALUE 7.
           05 WS-DIAS-VENCE-MAX     PIC S9(4) COMP VALUE 30.
           05 WS-DUMMY-SQL          PIC S9(4) COMP.
           05 WS-CANT-ABIERTAS      PIC S9(9) COMP VALUE 0.
           05 WS-LINEA-SOL          PIC X(75).
           05 WS-INDICE             PIC S9(4) COMP.
           05 WS-ESTADO-LEYENDA     PIC X(10).
           05 WS-MONTO-EDIT         PIC -(8)9,99.
           05 WS-ID-EDIT            PIC Z(8)9.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSL'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKSL'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPSL'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKSLMP'.

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
           MOVE LOW-VALUES TO BKMAPSLO.
           MOVE ' SOLICITUDES DE PAGO' TO TITULOO.
           PERFORM 3000-LISTAR-SOLICITUDES.
           MOVE ' ENTER=ENVIAR PF5=CANCELAR POR NRO PF3=SALIR'
             TO LEYENDAO.
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
                   PERFORM 2100-ENVIAR-SOLICITUD
                   PERFORM 3000-LISTAR-SOLICITUDES

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-CANCELAR-SOLICITUD
                   PERFORM 3000-LISTAR-SOLICITUDES

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

       2100-ENVIAR-SOLICITUD.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7500-INSERTAR-SOLICITUD
               IF SQLCODE = 0
                   PERFORM 7600-AVISAR-PAGADOR
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-SOLP TO WS-ID-EDIT
                   INITIALIZE MSGO
                   STRING ' SOLICITUD ' DELIMITED BY SIZE
                       WS-ID-EDIT DELIMITED BY SIZE
                       ' ENVIADA A ' DELIMITED BY SIZE
                       WS-PAGADOR DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO PAGSLO MONTSLO CONCSLO VENCSLO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ENVIAR LA SOLICITUD' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2200-CANCELAR-SOLICITUD.
           MOVE IDSLI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR OR WS-VAL-SALIDA = 0
               MOVE ' ERROR: INGRESE EL NRO DE SOLICITUD A CANCELAR'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-CANCELAR
               MOVE WS-ID-CANCELAR TO HV-ID-SOLP
               MOVE CG-M-USER      TO HV-SOLICITANTE-SOLP
      * Solo se cancela una solicitud propia que el pagador todavia
      * no respondio; una aceptada sigue su curso o vence.
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.SOLICITUDES_PAGO
                   SET ESTADO = 'C',
                       FECHA_RESPUESTA = CURRENT TIMESTAMP
                   WHERE ID_SOLICITUD = :HV-ID-SOLP
                     AND SOLICITANTE = :HV-SOLICITANTE-SOLP
                     AND ESTADO = 'P'
               END-EXEC
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' SOLICITUD CANCELADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO IDSLO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' SOLICITUD INEXISTENTE O YA RESPONDIDA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(PAGSLI) TO PAGSLI.
           INSPECT PAGSLI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CONCSLI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT VENCSLI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE PAGSLI  TO WS-PAGADOR.
           MOVE CONCSLI TO WS-CONCEPTO.

           MOVE MONTSLI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF NOT VAL-HAY-ERROR
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-DECIMAL
           END-IF.

           IF WS-PAGADOR NOT = SPACES
               PERFORM 7100-RESOLVER-ALIAS
               PERFORM 7110-VALIDAR-PAGADOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-PAGADOR = SPACES
                   MOVE ' ERROR: INGRESE EL CLIENTE PAGADOR' TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR: EL CLIENTE PAGADOR NO EXISTE' TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-PAGADOR = CG-M-USER
                   MOVE ' ERROR: NO PUEDE PEDIRSE UN PAGO A SI MISMO'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN VAL-HAY-ERROR OR WS-MONTO-DECIMAL <= 0
                   MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2350-VALIDAR-VENCIMIENTO
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7120-VERIFICAR-BLOQUEO
               IF SQLCODE = 0
                   MOVE ' EL CLIENTE NO ACEPTA SOLICITUDES SUYAS'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7130-CONTAR-ABIERTAS
               IF WS-CANT-ABIERTAS > 0
                   MOVE ' YA TIENE UNA SOLICITUD ABIERTA A ESE CLIENTE'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Vencimiento: DD/MM/AAAA, misma conversion que PBNKT; debe
      * caer despues de hoy y dentro de WS-DIAS-VENCE-MAX dias.
       2350-VALIDAR-VENCIMIENTO.
           MOVE VENCSLI TO WS-FECHA-RAW.
           IF WS-FECHA-RAW = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE
                                    + :WS-DIAS-VENCE DAYS, ISO)
                   INTO :WS-FECHA-ISO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               IF WS-FECHA-RAW(3:1) = '/' AND
                  WS-FECHA-RAW(6:1) = '/'
                   STRING WS-FECHA-RAW(7:4) '-'
                          WS-FECHA-RAW(4:2) '-'
                          WS-FECHA-RAW(1:2)
                          DELIMITED BY SIZE INTO WS-FECHA-ISO
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT 1 INTO :WS-DUMMY-SQL
                       FROM SYSIBM.SYSDUMMY1
                       WHERE DATE(:WS-FECHA-ISO) > CURRENT DATE
                         AND DATE(:WS-FECHA-ISO) <= CURRENT DATE
                             + :WS-DIAS-VENCE-MAX DAYS
                   END-EXEC
               ELSE
                   MOVE -1 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: VENCIMIENTO INVALIDO (DD/MM/AAAA)'
                 TO MSGO
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *================================================================*
      * 3000 - ULTIMAS SOLICITUDES ENVIADAS                            *
      *================================================================*
       3000-LISTAR-SOLICITUDES.
           MOVE SPACES TO SLLIN1O SLLIN2O SLLIN3O SLLIN4O SLLIN5O.
           MOVE 0 TO WS-INDICE.

           PERFORM 7000-ABRIR-CURSOR-SOLICITUDES.
           PERFORM 5 TIMES
               PERFORM 7010-FETCH-SOLICITUD
               IF SQLCODE = 0
                   ADD 1 TO WS-INDICE
                   PERFORM 3100-FORMATEAR-LINEA
               END-IF
           END-PERFORM.
           PERFORM 7020-CERRAR-CURSOR-SOLICITUDES.

       3100-FORMATEAR-LINEA.
           EVALUATE HV-ESTADO-SOLP
               WHEN 'P' MOVE 'PENDIENTE'  TO WS-ESTADO-LEYENDA
               WHEN 'A' MOVE 'ACEPTADA'   TO WS-ESTADO-LEYENDA
               WHEN 'G' MOVE 'PAGADA'     TO WS-ESTADO-LEYENDA
               WHEN 'R' MOVE 'RECHAZADA'  TO WS-ESTADO-LEYENDA
               WHEN 'C' MOVE 'CANCELADA'  TO WS-ESTADO-LEYENDA
               WHEN 'V' MOVE 'VENCIDA'    TO WS-ESTADO-LEYENDA
               WHEN OTHER MOVE SPACES     TO WS-ESTADO-LEYENDA
           END-EVALUATE.
           MOVE HV-ID-SOLP    TO WS-ID-EDIT.
           MOVE HV-MONTO-SOLP TO WS-MONTO-EDIT.
           MOVE SPACES TO WS-LINEA-SOL.
           STRING ' ' WS-ID-EDIT ' ' HV-PAGADOR-SOLP
               ' $' WS-MONTO-EDIT ' VENCE ' HV-VENCE-SOLP
               ' ' WS-ESTADO-LEYENDA
               DELIMITED BY SIZE INTO WS-LINEA-SOL.
           EVALUATE WS-INDICE
               WHEN 1
                   MOVE WS-LINEA-SOL TO SLLIN1O
               WHEN 2
                   MOVE WS-LINEA-SOL TO SLLIN2O
               WHEN 3
                   MOVE WS-LINEA-SOL TO SLLIN3O
               WHEN 4
                   MOVE WS-LINEA-SOL TO SLLIN4O
               WHEN 5
                   MOVE WS-LINEA-SOL TO SLLIN5O
           END-EVALUATE.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7000-ABRIR-CURSOR-SOLICITUDES.
           MOVE CG-M-USER TO HV-SOLICITANTE-SOLP.
           EXEC SQL DECLARE CUR-SOLICITUDES CURSOR FOR
               SELECT ID_SOLICITUD, PAGADOR, MONTO,
                      CHAR(FECHA_VENCIMIENTO, ISO), ESTADO
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE SOLICITANTE = :HV-SOLICITANTE-SOLP
               ORDER BY ID_SOLICITUD DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-SOLICITUDES END-EXEC.

       7010-FETCH-SOLICITUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-SOLICITUDES
               INTO :HV-ID-SOLP, :HV-PAGADOR-SOLP, :HV-MONTO-SOLP,
                    :HV-VENCE-SOLP, :HV-ESTADO-SOLP
           END-EXEC.

       7020-CERRAR-CURSOR-SOLICITUDES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-SOLICITUDES END-EXEC.

      * Un ALIAS local vigente del propio directorio gana sobre un
      * USUARIO homonimo, igual que en PBNKT (2302).
       7100-RESOLVER-ALIAS.
           MOVE CG-M-USER  TO HV-USUARIO-BENE.
           MOVE WS-PAGADOR TO HV-ALIAS-BENE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO_DESTINO
               INTO :HV-DESTINO-BENE
               FROM IBMUSER.BENEFICIARIOS
               WHERE USUARIO = :HV-USUARIO-BENE
                 AND ALIAS = :HV-ALIAS-BENE
                 AND TIPO = 'L'
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-DESTINO-BENE TO WS-PAGADOR
           END-IF.

       7110-VALIDAR-PAGADOR.
           MOVE WS-PAGADOR TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7120-VERIFICAR-BLOQUEO.
           MOVE WS-PAGADOR TO HV-PAGADOR-BLSO.
           MOVE CG-M-USER  TO HV-SOLICITANTE-BLSO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT 1 INTO :WS-DUMMY-SQL
               FROM IBMUSER.BLOQUEOS_SOLICITUD
               WHERE PAGADOR = :HV-PAGADOR-BLSO
                 AND SOLICITANTE = :HV-SOLICITANTE-BLSO
           END-EXEC.

       7130-CONTAR-ABIERTAS.
           MOVE WS-PAGADOR TO HV-PAGADOR-SOLP.
           MOVE CG-M-USER  TO HV-SOLICITANTE-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ABIERTAS
               FROM IBMUSER.SOLICITUDES_PAGO
               WHERE SOLICITANTE = :HV-SOLICITANTE-SOLP
                 AND PAGADOR = :HV-PAGADOR-SOLP
                 AND ESTADO IN ('P', 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CANT-ABIERTAS
           END-IF.

       7500-INSERTAR-SOLICITUD.
           MOVE CG-M-USER        TO HV-SOLICITANTE-SOLP.
           MOVE WS-PAGADOR       TO HV-PAGADOR-SOLP.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-SOLP.
           MOVE WS-CONCEPTO      TO HV-CONCEPTO-SOLP.
           MOVE WS-FECHA-ISO     TO HV-VENCE-SOLP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.SOLICITUDES_PAGO
               (SOLICITANTE, PAGADOR, MONTO, CONCEPTO,
                FECHA_VENCIMIENTO, ESTADO, FECHA_ALTA)
               VALUES (:HV-SOLICITANTE-SOLP, :HV-PAGADOR-SOLP,
                :HV-MONTO-SOLP, :HV-CONCEPTO-SOLP,
                DATE(:HV-VENCE-SOLP), 'P', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-SOLP
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Aviso solo en el buzon (ESTADO 'C': el despachador externo
      * PBNKND no lo envia al gateway).
       7600-AVISAR-PAGADOR.
           MOVE HV-ID-SOLP TO WS-ID-EDIT.
           MOVE SPACES TO HV-TEXTO-NOTI.
           STRING 'SOLICITUD ' WS-ID-EDIT ' ' WS-CONCEPTO
               DELIMITED BY SIZE INTO HV-TEXTO-NOTI.
           MOVE CG-M-USER        TO HV-ORIGEN-NOTI.
           MOVE WS-PAGADOR       TO HV-DESTINO-NOTI.
           MOVE WS-MONTO-DECIMAL TO HV-MONTO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, LEIDA, TEXTO)
               VALUES (:HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                :HV-MONTO-NOTI, CURRENT TIMESTAMP, 'C', 'Q', 'N',
                :HV-TEXTO-NOTI)
           END-EXEC.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPSLO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPSLO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPSLI) RESP(WA-RESPUESTA-CICS)
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
