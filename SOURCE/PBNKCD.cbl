       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCD.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCD                                 **
      ** TITULO ...........: CONDICIONES ESPECIALES NEGOCIADAS      **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Registro de tasas y comisiones negociadas con un cliente **
      **   en IBMUSER.CONDICIONES_ESPECIALES (TIPO_USUARIO 'E', se  **
      **   entra con PF2 desde la posicion del cliente PBNKVC).     **
      ** - ENTER muestra el cliente tecleado y sus ultimas cinco    **
      **   condiciones con tipo, cuenta, valor, vencimiento, estado **
      **   y lo que costaron hasta hoy.                             **
      ** - PF5 propone una condicion: tipo I (interes de ahorro,    **
      **   tasa diaria), C (comision de mantenimiento, 0 = exenta), **
      **   P (plazo fijo, tasa diaria) o L (prestamo, tasa          **
      **   mensual); cuenta opcional (blanco = todas), ventana      **
      **   DESDE (blanco = hoy) / HASTA y motivo. Queda 'P' y       **
      **   encola la accion 'E' en ACCIONES_PENDIENTES.             **
      ** - PF10 la aprueba (OTRO empleado, no quien la propuso):    **
      **   la accion y la condicion pasan a 'A' y rige desde ese    **
      **   momento en PBNKI, PBNKF, PBNKPF y PBNKLO. PF11 la        **
      **   rechaza ('R'); PF6 da de baja ('B') una aprobada.        **
      ** - BATCH/PBNKCX.cbl informa cada mes las que vencen y su    **
      **   costo.                                                   **
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
       COPY BKCDMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCOND END-EXEC.
           EXEC SQL INCLUDE DCLACCP END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO-CONSULTA   PIC X(8).
           05 WS-TASA-TEXTO         PIC 9(3)V9(6).
           05 WS-TASA-TEXTO-X REDEFINES WS-TASA-TEXTO PIC X(9).
           05 WS-COMISION-TEXTO     PIC 9(8)V9(2).
           05 WS-COMISION-TEXTO-X REDEFINES WS-COMISION-TEXTO
                                    PIC X(10).
           05 WS-ID-TEXTO           PIC 9(9).
           05 WS-ID-TEXTO-X REDEFINES WS-ID-TEXTO PIC X(9).
           05 WS-ID-ACCION-TEXTO    PIC 9(10).
           05 WS-ID-ED              PIC ZZZZZZZZ9.
           05 WS-FECHA-DESDE        PIC X(10).
           05 WS-FECHA-HASTA        PIC X(10).
           05 WS-FECHA-HOY          PIC X(10).
      * 'S' si la condicion leida ya paso su FECHA_HASTA.
           05 WS-VENCIDA            PIC X(1).
           05 WS-CANT-LINEAS        PIC S9(4) COMP VALUE 0.
           05 WS-LINEA-CLIENTE      PIC X(60).
           05 WS-TASA-ED            PIC ZZ9,999999.
           05 WS-COMISION-ED        PIC ZZZZZZZ9,99.

      * Ultimas condiciones del cliente, una por linea del mapa.
       01  WS-TABLA-LINEAS.
           05 WS-LINEA-CND          PIC X(79) OCCURS 5 TIMES.

       01  WS-LINEA-DETALLE.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ID              PIC ZZZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-TIPO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-CUENTA          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-VALOR           PIC X(11).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-HASTA           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ESTADO          PIC X(9).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-COSTO           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-CLIENTE        PIC X     VALUE 'N'.
              88 HAY-CLIENTE-CARGADO          VALUE 'S'.

           03 SW-ERROR-VALIDACION   PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKCD'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKCD'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPCD'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKCDMP'.
           03  WC-MSG-TIPO          PIC X(60) VALUE
               ' ERROR: TIPO I=INTERES C=COMISION P=PLAZO L=PRESTAMO'.

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
           MOVE LOW-VALUES TO BKMAPCDO.
           MOVE ' ENTER=VER PF5=ALTA PF10=APRUEBA PF11=RECHAZA PF6=BAJA'
             TO LEYENDAO.
           PERFORM 3050-ARMAR-CABECERA.
           MOVE ' TECLEE EL USUARIO DEL CLIENTE' TO MSGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT USUCDI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTACDI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TIPOCDI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TASACDI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT COMCDI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DESDECDI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT HASTACDI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MOTIVCDI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT IDCDI    REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO TIPOCDC TASACDC COMCDC DESDECDC
                               HASTACDC MOTIVCDC IDCDC CTACDC.
           MOVE USUCDI TO WS-USUARIO-CONSULTA.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID NOT = DFHENTER AND EIBAID NOT = DFHPF5
                       AND EIBAID NOT = DFHPF6 AND EIBAID NOT = DFHPF10
                       AND EIBAID NOT = DFHPF11
                   MOVE ' TECLA INVALIDA' TO MSGO

               WHEN WS-USUARIO-CONSULTA = SPACES
                   MOVE ' TECLEE EL USUARIO DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 2050-LEER-CLIENTE
                   IF HAY-CLIENTE-CARGADO
                       EVALUATE TRUE
                           WHEN EIBAID = DFHPF5
                               PERFORM 2100-PROPONER-CONDICION
                           WHEN EIBAID = DFHPF10
                               PERFORM 2300-APROBAR-CONDICION
                           WHEN EIBAID = DFHPF11
                               PERFORM 2400-RECHAZAR-CONDICION
                           WHEN EIBAID = DFHPF6
                               PERFORM 2500-BAJA-CONDICION
                       END-EVALUATE
                   END-IF
                   PERFORM 3000-CARGAR-CONDICIONES
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

       2050-LEER-CLIENTE.
           MOVE 'N' TO SW-HAY-CLIENTE.
           MOVE SPACES TO NOMCLCDO.
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
                   MOVE WS-LINEA-CLIENTE TO NOMCLCDO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2100 - PROPUESTA DE LA CONDICION: FILA 'P' + ACCION 'E' EN LA  *
      * COLA DE APROBACION, EN UNA SOLA UNIDAD DE TRABAJO.             *
      *----------------------------------------------------------------*
       2100-PROPONER-CONDICION.
           PERFORM 2150-VALIDAR-PROPUESTA.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7200-INSERTAR-CONDICION
               IF SQLCODE = 0
                   PERFORM 7210-INSERTAR-ACCION
               END-IF
               IF SQLCODE = 0
                   PERFORM 7220-VINCULAR-ACCION
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-COND TO WS-ID-ED
                   STRING ' CONDICION ' WS-ID-ED
                       ' PROPUESTA - APRUEBA OTRO EMPLEADO'
                       DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO TIPOCDO TASACDO COMCDO DESDECDO
                                  HASTACDO MOTIVCDO CTACDO
                   MOVE HV-ID-COND TO WS-ID-TEXTO
                   MOVE WS-ID-TEXTO-X TO IDCDO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR LA CONDICION' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      * Tasa para I/P/L (la comision queda en cero), comision para C
      * (la tasa queda en cero); ventana valida y no vencida.
       2150-VALIDAR-PROPUESTA.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           MOVE 0 TO WS-TASA-TEXTO WS-COMISION-TEXTO.
           EVALUATE TRUE
               WHEN TIPOCDI NOT = 'I' AND TIPOCDI NOT = 'C'
                       AND TIPOCDI NOT = 'P' AND TIPOCDI NOT = 'L'
                   MOVE WC-MSG-TIPO TO MSGO
                   MOVE ATTR-RED TO TIPOCDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN TIPOCDI = 'C' AND COMCDI NOT NUMERIC
                   MOVE ' ERROR: COMISION = 10 DIGITOS (8 ENT + 2 DEC)'
                     TO MSGO
                   MOVE ATTR-RED TO COMCDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN TIPOCDI NOT = 'C' AND TASACDI NOT NUMERIC
                   MOVE ' ERROR: TASA = 9 DIGITOS (3 ENT + 6 DEC)'
                     TO MSGO
                   MOVE ATTR-RED TO TASACDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN TIPOCDI NOT = 'C' AND TASACDI = ZEROES
                   MOVE ' ERROR: LA TASA NO PUEDE SER CERO' TO MSGO
                   MOVE ATTR-RED TO TASACDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HASTACDI = SPACES
                   MOVE ' ERROR: TECLEE LA FECHA HASTA (AAAA-MM-DD)'
                     TO MSGO
                   MOVE ATTR-RED TO HASTACDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN MOTIVCDI = SPACES
                   MOVE ' ERROR: TECLEE EL MOTIVO DE LA CONDICION'
                     TO MSGO
                   MOVE ATTR-RED TO MOTIVCDC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   IF TIPOCDI = 'C'
                       MOVE COMCDI TO WS-COMISION-TEXTO-X
                   ELSE
                       MOVE TASACDI TO WS-TASA-TEXTO-X
                   END-IF
           END-EVALUATE.

           IF NOT HAY-ERROR-VALIDACION AND CTACDI NOT = SPACES
               PERFORM 7110-VALIDAR-CUENTA
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: LA CUENTA NO ES DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CTACDC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7050-VALIDAR-FECHAS
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: FECHA INVALIDA (AAAA-MM-DD)'
                         TO MSGO
                       MOVE ATTR-RED TO DESDECDC HASTACDC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-FECHA-HASTA < WS-FECHA-DESDE
                       MOVE ' ERROR: HASTA ES ANTERIOR A DESDE' TO MSGO
                       MOVE ATTR-RED TO HASTACDC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-FECHA-HASTA < WS-FECHA-HOY
                       MOVE ' ERROR: LA CONDICION YA ESTA VENCIDA'
                         TO MSGO
                       MOVE ATTR-RED TO HASTACDC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

      *----------------------------------------------------------------*
      * 2200 - LECTURA DE LA CONDICION TECLEADA (DEL MISMO CLIENTE)    *
      *----------------------------------------------------------------*
       2200-LEER-CONDICION-ID.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           IF IDCDI = SPACES OR IDCDI NOT NUMERIC
               MOVE ' ERROR: TECLEE EL NRO DE CONDICION (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO IDCDC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE IDCDI TO WS-ID-TEXTO-X
               MOVE WS-ID-TEXTO TO HV-ID-COND
               PERFORM 7150-LEER-CONDICION
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE ' LA CONDICION NO EXISTE PARA EL CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO IDCDC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR LEYENDO LA CONDICION' TO MSGO
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - APROBACION: OTRO EMPLEADO; LA ACCION 'E' Y LA CONDICION *
      * PASAN A 'A' JUNTAS. UNA CONDICION YA VENCIDA NO SE APRUEBA.    *
      *----------------------------------------------------------------*
       2300-APROBAR-CONDICION.
           PERFORM 2200-LEER-CONDICION-ID.
           EVALUATE TRUE
               WHEN HAY-ERROR-VALIDACION
                   CONTINUE

               WHEN HV-ESTADO-COND NOT = 'P'
                   MOVE ' LA CONDICION NO ESTA PENDIENTE DE APROBACION'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN HV-SOLICITADO-COND = CG-M-USER
                   MOVE ' YA PROPUESTA POR UD. - APRUEBA OTRO EMPLEADO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN WS-VENCIDA = 'S'
                   MOVE ' LA CONDICION YA VENCIO - RECHACELA CON PF11'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7600-MARCAR-APROBADA
                   IF SQLCODE = 0
                       PERFORM 7610-APROBAR-CONDICION
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE HV-ID-COND TO WS-ID-ED
                       STRING ' CONDICION ' WS-ID-ED
                           ' APROBADA - VIGENTE HASTA ' HV-HASTA-COND
                           DELIMITED BY SIZE INTO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL APROBAR LA CONDICION' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      * Rechazo: cualquier empleado, incluso quien la propuso (anula
      * su propia propuesta).
       2400-RECHAZAR-CONDICION.
           PERFORM 2200-LEER-CONDICION-ID.
           EVALUATE TRUE
               WHEN HAY-ERROR-VALIDACION
                   CONTINUE

               WHEN HV-ESTADO-COND NOT = 'P'
                   MOVE ' LA CONDICION NO ESTA PENDIENTE DE APROBACION'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7650-MARCAR-RECHAZADA
                   IF SQLCODE = 0
                       PERFORM 7660-RECHAZAR-CONDICION
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' CONDICION RECHAZADA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL RECHAZAR LA CONDICION' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      * Baja anticipada de una condicion aprobada: deja de regir en
      * la proxima aplicacion; el costo acumulado se conserva.
       2500-BAJA-CONDICION.
           PERFORM 2200-LEER-CONDICION-ID.
           EVALUATE TRUE
               WHEN HAY-ERROR-VALIDACION
                   CONTINUE

               WHEN HV-ESTADO-COND NOT = 'A'
                   MOVE ' SOLO SE DA DE BAJA UNA CONDICION APROBADA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7700-BAJA-CONDICION
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' CONDICION DADA DE BAJA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL DAR DE BAJA LA CONDICION' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 3000 - ULTIMAS CONDICIONES DEL CLIENTE                         *
      *================================================================*
       3000-CARGAR-CONDICIONES.
           MOVE SPACES TO WS-TABLA-LINEAS.
           MOVE 0 TO WS-CANT-LINEAS.
           IF HAY-CLIENTE-CARGADO
               MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-COND
               EXEC SQL DECLARE CUR-CONDICIONES CURSOR FOR
                   SELECT ID_CONDICION, TIPO_CONDICION, CUENTA_NUM,
                          TASA, COMISION, CHAR(FECHA_HASTA, ISO),
                          ESTADO, COSTO_ACUMULADO,
                          CASE WHEN FECHA_HASTA < CURRENT DATE
                               THEN 'S' ELSE 'N' END
                   FROM IBMUSER.CONDICIONES_ESPECIALES
                   WHERE USUARIO = :HV-USUARIO-COND
                   ORDER BY ID_CONDICION DESC
               END-EXEC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-CONDICIONES END-EXEC
               PERFORM 7400-FETCH-CONDICION
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-LINEAS = 5
                   ADD 1 TO WS-CANT-LINEAS
                   PERFORM 3100-ARMAR-LINEA
                   PERFORM 7400-FETCH-CONDICION
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-CONDICIONES END-EXEC
               IF WS-CANT-LINEAS = 0
                   MOVE ' SIN CONDICIONES ESPECIALES REGISTRADAS'
                     TO WS-LINEA-CND(1)
               END-IF
           END-IF.
           MOVE WS-LINEA-CND(1) TO LINCD1O.
           MOVE WS-LINEA-CND(2) TO LINCD2O.
           MOVE WS-LINEA-CND(3) TO LINCD3O.
           MOVE WS-LINEA-CND(4) TO LINCD4O.
           MOVE WS-LINEA-CND(5) TO LINCD5O.

       3050-ARMAR-CABECERA.
           MOVE SPACES TO CABCDO.
           STRING '       NRO T CUENTA     VALOR       HASTA'
               '      ESTADO               COSTO'
               DELIMITED BY SIZE INTO CABCDO.

       3100-ARMAR-LINEA.
           MOVE HV-ID-COND        TO WS-LD-ID.
           MOVE HV-TIPO-COND      TO WS-LD-TIPO.
           MOVE HV-CUENTA-COND    TO WS-LD-CUENTA.
           MOVE HV-HASTA-COND     TO WS-LD-HASTA.
           MOVE HV-COSTO-COND     TO WS-LD-COSTO.
           IF HV-TIPO-COND = 'C'
               MOVE HV-COMISION-COND TO WS-COMISION-ED
               MOVE WS-COMISION-ED   TO WS-LD-VALOR
           ELSE
               MOVE HV-TASA-COND     TO WS-TASA-ED
               MOVE WS-TASA-ED       TO WS-LD-VALOR
           END-IF.
           EVALUATE TRUE
               WHEN HV-ESTADO-COND = 'P' AND WS-VENCIDA = 'S'
                   MOVE 'PEND.VENC' TO WS-LD-ESTADO
               WHEN HV-ESTADO-COND = 'P'
                   MOVE 'PENDIENTE' TO WS-LD-ESTADO
               WHEN HV-ESTADO-COND = 'A' AND WS-VENCIDA = 'S'
                   MOVE 'VENCIDA'   TO WS-LD-ESTADO
               WHEN HV-ESTADO-COND = 'A'
                   MOVE 'VIGENTE'   TO WS-LD-ESTADO
               WHEN HV-ESTADO-COND = 'R'
                   MOVE 'RECHAZADA' TO WS-LD-ESTADO
               WHEN OTHER
                   MOVE 'BAJA'      TO WS-LD-ESTADO
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-CND(WS-CANT-LINEAS).

      *================================================================*
      * 4000 - MANEJO DEL MAPA                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPCDO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPCDO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPCDI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * DESDE en blanco = hoy. SQLCODE distinto de cero = fecha mal
      * tecleada.
       7050-VALIDAR-FECHAS.
           MOVE DESDECDI TO WS-FECHA-DESDE.
           MOVE HASTACDI TO WS-FECHA-HASTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-FECHA-HOY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0 AND WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(DATE(:WS-FECHA-DESDE), ISO),
                               CHAR(DATE(:WS-FECHA-HASTA), ISO)
                   INTO :WS-FECHA-DESDE, :WS-FECHA-HASTA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7100-LEER-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO, TIPO_USUARIO
               INTO :HV-NOMBRE, :HV-ESTADO, :HV-TIPO-USUARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7110-VALIDAR-CUENTA.
           MOVE CTACDI              TO HV-NUMERO-CUENTA.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_CUENTA INTO :HV-TIPO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7150-LEER-CONDICION.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-COND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO, SOLICITADO_POR, ID_ACCION,
                      CHAR(FECHA_HASTA, ISO),
                      CASE WHEN FECHA_HASTA < CURRENT DATE
                           THEN 'S' ELSE 'N' END
               INTO :HV-ESTADO-COND, :HV-SOLICITADO-COND,
                    :HV-ID-ACCION-COND, :HV-HASTA-COND, :WS-VENCIDA
               FROM IBMUSER.CONDICIONES_ESPECIALES
               WHERE ID_CONDICION = :HV-ID-COND
                 AND USUARIO = :HV-USUARIO-COND
           END-EXEC.

       7200-INSERTAR-CONDICION.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-COND.
           MOVE CTACDI              TO HV-CUENTA-COND.
           MOVE TIPOCDI             TO HV-TIPO-COND.
           MOVE WS-TASA-TEXTO       TO HV-TASA-COND.
           MOVE WS-COMISION-TEXTO   TO HV-COMISION-COND.
           MOVE WS-FECHA-DESDE      TO HV-DESDE-COND.
           MOVE WS-FECHA-HASTA      TO HV-HASTA-COND.
           MOVE MOTIVCDI            TO HV-MOTIVO-COND.
           MOVE CG-M-USER           TO HV-SOLICITADO-COND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CONDICIONES_ESPECIALES
               (USUARIO, CUENTA_NUM, TIPO_CONDICION, TASA, COMISION,
                FECHA_DESDE, FECHA_HASTA, MOTIVO, ESTADO,
                SOLICITADO_POR, FECHA_SOLICITUD)
               VALUES (:HV-USUARIO-COND, :HV-CUENTA-COND,
                :HV-TIPO-COND, :HV-TASA-COND, :HV-COMISION-COND,
                DATE(:HV-DESDE-COND), DATE(:HV-HASTA-COND),
                :HV-MOTIVO-COND, 'P', :HV-SOLICITADO-COND,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-COND
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * DATO_AUX lleva el ID_CONDICION en diez digitos.
       7210-INSERTAR-ACCION.
           MOVE HV-ID-COND          TO WS-ID-ACCION-TEXTO.
           MOVE 'E'                 TO HV-TIPO-ACCP.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-ACCP.
           MOVE WS-ID-ACCION-TEXTO  TO HV-DATO-AUX-ACCP.
           MOVE CG-M-USER           TO HV-SOLICITADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCIONES_PENDIENTES
               (TIPO_ACCION, USUARIO, DATO_AUX, SOLICITADO_POR,
                FECHA_SOLICITUD, ESTADO)
               VALUES (:HV-TIPO-ACCP, :HV-USUARIO-ACCP,
                :HV-DATO-AUX-ACCP, :HV-SOLICITADO-ACCP,
                CURRENT TIMESTAMP, 'P')
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-ACCP
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7220-VINCULAR-ACCION.
           MOVE HV-ID-ACCP TO HV-ID-ACCION-COND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CONDICIONES_ESPECIALES
               SET ID_ACCION = :HV-ID-ACCION-COND
               WHERE ID_CONDICION = :HV-ID-COND
           END-EXEC.

       7400-FETCH-CONDICION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-CONDICIONES
               INTO :HV-ID-COND, :HV-TIPO-COND, :HV-CUENTA-COND,
                    :HV-TASA-COND, :HV-COMISION-COND, :HV-HASTA-COND,
                    :HV-ESTADO-COND, :HV-COSTO-COND, :WS-VENCIDA
           END-EXEC.

       7600-MARCAR-APROBADA.
           MOVE HV-ID-ACCION-COND TO HV-ID-ACCP.
           MOVE CG-M-USER         TO HV-APROBADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'A',
                   APROBADO_POR = :HV-APROBADO-ACCP,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ACCION = :HV-ID-ACCP
                 AND TIPO_ACCION = 'E'
                 AND ESTADO = 'P'
           END-EXEC.

       7610-APROBAR-CONDICION.
           MOVE CG-M-USER TO HV-APROBADO-COND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CONDICIONES_ESPECIALES
               SET ESTADO = 'A',
                   APROBADO_POR = :HV-APROBADO-COND,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_CONDICION = :HV-ID-COND
                 AND ESTADO = 'P'
           END-EXEC.

       7650-MARCAR-RECHAZADA.
           MOVE HV-ID-ACCION-COND TO HV-ID-ACCP.
           MOVE CG-M-USER         TO HV-APROBADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'R',
                   APROBADO_POR = :HV-APROBADO-ACCP,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ACCION = :HV-ID-ACCP
                 AND TIPO_ACCION = 'E'
                 AND ESTADO = 'P'
           END-EXEC.

       7660-RECHAZAR-CONDICION.
           MOVE CG-M-USER TO HV-APROBADO-COND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CONDICIONES_ESPECIALES
               SET ESTADO = 'R',
                   APROBADO_POR = :HV-APROBADO-COND,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_CONDICION = :HV-ID-COND
                 AND ESTADO = 'P'
           END-EXEC.

       7700-BAJA-CONDICION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CONDICIONES_ESPECIALES
               SET ESTADO = 'B'
               WHERE ID_CONDICION = :HV-ID-COND
                 AND ESTADO = 'A'
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
