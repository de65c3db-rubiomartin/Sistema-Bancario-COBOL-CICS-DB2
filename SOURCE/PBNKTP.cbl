       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTP.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTP                                 **
      ** TITULO ...........: CONVERSION DE PRODUCTO DE CUENTA       **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', menu BACK        **
      **   OFFICE opcion P): cambia el TIPO_CUENTA de una cuenta    **
      **   en el lugar, sin abrir una cuenta nueva; numero,         **
      **   tarjetas, mandatos, acreditacion de haberes e            **
      **   historia de movimientos siguen con la cuenta (ver        **
      **   DDL/CONVERSIONES_PRODUCTO.sql).                          **
      ** - ENTER consulta la cuenta tecleada (titular, producto     **
      **   y saldo actuales, ultima conversion) y, con el tipo      **
      **   destino cargado, valida las reglas del producto          **
      **   destino en IBMUSER.PRODUCTOS y muestra la                **
      **   liquidacion del producto saliente. PF5 convierte.        **
      ** - Reglas del destino: tiene que estar catalogado; con      **
      **   PERMITE_SOBREGIRO 'N' no admite saldo negativo; con      **
      **   MAX_RETIROS_MES no admite una cuenta que ya hizo mas     **
      **   retiros por caja en el mes. Cliente bloqueado,           **
      **   titular fallecido, posteo cerrado o una conversion       **
      **   de la cuenta en la misma fecha de negocio tambien        **
      **   rechazan.                                                **
      ** - Liquidacion del producto saliente, con las mismas        **
      **   reglas de BATCH/PBNKI.cbl y BATCH/PBNKF.cbl: interes     **
      **   del dia a la tasa vieja ('I', retencion 'W' y            **
      **   acumulado en RETENCIONES; PBNKI no vuelve a liquidar     **
      **   esa noche) y comision de mantenimiento prorrateada       **
      **   por los dias del mes en que rigio ('F' con factura       **
      **   e IVA, COPYS/CPYIVAP.cbl). Las condiciones               **
      **   negociadas de la cuenta se respetan y suman su costo.    **
      ** - Todo en una unidad de trabajo: movimientos, cambio       **
      **   de TIPO_CUENTA y fila de CONVERSIONES_PRODUCTO, que      **
      **   BATCH/PBNKJ.cbl informa en el extracto del periodo.      **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
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
       COPY BKTPMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYCNDW.
       COPY CPYIVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLPROD END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLRETE END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCONV END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CUENTA             PIC X(10) VALUE SPACES.
           05 WS-TIPO-NUEVO         PIC X(1)  VALUE SPACES.
           05 WS-TIPO-ACTUAL        PIC X(1)  VALUE SPACES.
           05 WS-TITULAR            PIC X(8)  VALUE SPACES.
           05 WS-SALDO-ACTUAL       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-BRUTO        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-NUEVO        PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Saldo que queda despues del interes del dia; sobre el se
      * mide el umbral de exencion de la comision.
           05 WS-SALDO-TRAS-INTERES PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Fecha de negocio y bandera de cierre (IBMUSER.
      * FECHA_NEGOCIO); sin fila, fecha calendario y posteo abierto.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 SW-POSTEO-CERRADO     PIC X(1)  VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
      * Valores de fabrica de PBNKI/PBNKF; 7050-LEER-PARAMETROS
      * los reemplaza por IBMUSER.PARAMETROS si existen las filas.
           05 WS-TASA-INTERES       PIC S9(3)V9(6) COMP-3
                                     VALUE 0,0005.
           05 WS-TASA-RETENCION     PIC S9(3)V9(6) COMP-3
                                     VALUE 0,150000.
           05 WS-COMISION-FIJA      PIC S9(8)V9(2) COMP-3
                                     VALUE 5,00.
           05 WS-UMBRAL-EXENCION    PIC S9(8)V9(2) COMP-3
                                     VALUE 1000,00.
      * Producto saliente resuelto por 7120 (sin fila en PRODUCTOS
      * rige lo global, como en el batch).
           05 WS-PAGA-INTERES       PIC X(1)  VALUE 'S'.
           05 WS-COBRA-COMISION     PIC X(1)  VALUE 'S'.
           05 WS-TASA-EFECTIVA      PIC S9(3)V9(6) COMP-3 VALUE 0.
           05 WS-TASA-ESTANDAR      PIC S9(3)V9(6) COMP-3 VALUE 0.
           05 WS-COMISION-EFECTIVA  PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-COMISION-ESTANDAR  PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-UMBRAL-EFECTIVO    PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Liquidacion del producto saliente.
           05 WS-BASE-DEVENGO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-NETO-VALOR-FUT     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-CALC       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RETENCION-CALC     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-COMISION-CALC      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CND-ID-INTERES     PIC S9(9) COMP VALUE 0.
           05 WS-COSTO-INTERES      PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-CND-ID-COMISION    PIC S9(9) COMP VALUE 0.
           05 WS-COSTO-COMISION     PIC S9(10)V9(2) COMP-3 VALUE 0.
      * Prorrateo: dias del mes en que rigio el producto saliente,
      * desde el 1ro o desde la conversion anterior del mismo mes.
           05 WS-DIA-CONVERSION     PIC S9(9) COMP VALUE 0.
           05 WS-DIA-DESDE          PIC S9(9) COMP VALUE 0.
           05 WS-DIAS-MES           PIC S9(9) COMP VALUE 0.
           05 WS-DIAS-PRODUCTO      PIC S9(9) COMP VALUE 0.
           05 WS-RETIROS-DEL-MES    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-CONVERSIONES  PIC S9(9) COMP VALUE 0.
           05 WS-IMPORTE-EDIT       PIC -(8)9,99.
           05 WS-DIAS-EDIT          PIC ZZ9.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

           03 SW-CONFLICTO          PIC X     VALUE 'N'.
              88 HAY-CONFLICTO                VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTP'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKTP'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPTP'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKTPMP'.
           03  WC-CONCEPTO-FACTURA  PIC X(30)
               VALUE 'COMISION MANTENIMIENTO CUENTA'.
           03  WC-CONCEPTO-INTERES  PIC X(30)
               VALUE 'INTERES AL CAMBIO DE PRODUCTO'.
           03  WC-CONCEPTO-COMISION PIC X(30)
               VALUE 'COMISION PRORRATA CONVERSION'.

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
           MOVE LOW-VALUES TO BKMAPTPO.
           MOVE ' ENTER=CONSULTAR PF5=CONVERTIR PF3=MENU'
             TO LEYENDAO.
           MOVE ' INGRESE CUENTA Y TIPO DESTINO Y PRESIONE ENTER'
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
           INSPECT CTATPI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TIPNTPI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE CTATPI TO WS-CUENTA.
           MOVE TIPNTPI TO WS-TIPO-NUEVO.
           MOVE ATTR-NORMAL TO CTATPC TIPNTPC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-CONVERSION THRU 2100-EXIT

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-EJECUTAR-CONVERSION THRU 2200-EXIT

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CONSULTA Y LIQUIDACION PREVIA (ENTER)                   *
      *================================================================*
       2100-CONSULTAR-CONVERSION.
           PERFORM 2150-VALIDAR-CUENTA THRU 2150-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2100-EXIT
           END-IF.
           IF WS-TIPO-NUEVO = SPACES
               MOVE ' INGRESE EL TIPO DESTINO Y PRESIONE ENTER'
                 TO MSGO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2160-VALIDAR-DESTINO THRU 2160-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-CALCULAR-INTERES.
           PERFORM 2400-CALCULAR-COMISION.
           PERFORM 3100-MOSTRAR-LIQUIDACION.
           MOVE ' VERIFIQUE LA LIQUIDACION Y CONFIRME CON PF5' TO MSGO.
       2100-EXIT.
           EXIT.

      * Cuenta, titular y producto actual; deja cargado el producto
      * saliente (7120) para la liquidacion.
       2150-VALIDAR-CUENTA.
           MOVE 'N' TO SW-ERRORES.
           MOVE SPACES TO USUTPO NOMTPO TIPATPO DESATPO DESNTPO
                          SALTPO INTTPO RETTPO COMTPO DIASTPO ULTTPO.
           IF WS-CUENTA = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA' TO MSGO
               MOVE ATTR-RED TO CTATPC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2150-EXIT
           END-IF.
           PERFORM 7100-LEER-CUENTA.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: CUENTA INEXISTENTE' TO MSGO
               MOVE ATTR-RED TO CTATPC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2150-EXIT
           END-IF.
           MOVE HV-USUARIO-CTA TO WS-TITULAR.
           MOVE HV-TIPO-CUENTA TO WS-TIPO-ACTUAL.
           MOVE HV-SALDO-CTA   TO WS-SALDO-ACTUAL.
           PERFORM 7110-LEER-TITULAR.
           MOVE WS-TITULAR      TO USUTPO.
           MOVE HV-NOMBRE       TO NOMTPO.
           MOVE WS-TIPO-ACTUAL  TO TIPATPO.
           MOVE WS-SALDO-ACTUAL TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO SALTPO.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7120-LEER-PRODUCTO-ACTUAL.
           PERFORM 7150-LEER-ULTIMA-CONVERSION.
       2150-EXIT.
           EXIT.

      * Reglas del producto destino y de la operacion.
       2160-VALIDAR-DESTINO.
           MOVE 'N' TO SW-ERRORES.
           EVALUATE TRUE
               WHEN POSTEO-CERRADO
                   MOVE ' ERROR: POSTEO CERRADO POR CIERRE DEL DIA'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-BLOQUEADO NOT = 'N'
                   MOVE ' ERROR: CLIENTE BLOQUEADO' TO MSGO
                   MOVE ATTR-RED TO CTATPC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-ESTADO = 'D'
                   MOVE ' ERROR: TITULAR FALLECIDO (SUCESION ABIERTA)'
                     TO MSGO
                   MOVE ATTR-RED TO CTATPC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-TIPO-NUEVO = SPACES
                   MOVE ' ERROR: INGRESE EL TIPO DESTINO' TO MSGO
                   MOVE ATTR-RED TO TIPNTPC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-TIPO-NUEVO = WS-TIPO-ACTUAL
                   MOVE ' ERROR: LA CUENTA YA ES DE ESE TIPO' TO MSGO
                   MOVE ATTR-RED TO TIPNTPC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.
           IF HAY-ERROR-VALIDACION
               GO TO 2160-EXIT
           END-IF.

           PERFORM 7130-LEER-PRODUCTO-DESTINO.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: TIPO DESTINO NO CATALOGADO EN PRODUCTOS'
                 TO MSGO
               MOVE ATTR-RED TO TIPNTPC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2160-EXIT
           END-IF.
           MOVE HV-DESC-PROD TO DESNTPO.

           IF HV-SOBREGIRO-PROD = 'N' AND WS-SALDO-ACTUAL < 0
               MOVE ' ERROR: EL DESTINO NO ADMITE SALDO NEGATIVO'
                 TO MSGO
               MOVE ATTR-RED TO TIPNTPC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2160-EXIT
           END-IF.

           IF HV-MAX-RETIROS-PROD > 0
               PERFORM 7140-CONTAR-RETIROS-MES
               IF WS-RETIROS-DEL-MES > HV-MAX-RETIROS-PROD
                   MOVE ' ERROR: RETIROS DEL MES SUPERAN TOPE DESTINO'
                     TO MSGO
                   MOVE ATTR-RED TO TIPNTPC
                   SET HAY-ERROR-VALIDACION TO TRUE
                   GO TO 2160-EXIT
               END-IF
           END-IF.

           PERFORM 7160-CONTAR-CONVERSIONES-DIA.
           IF WS-CANT-CONVERSIONES > 0
               MOVE ' ERROR: LA CUENTA YA SE CONVIRTIO HOY' TO MSGO
               MOVE ATTR-RED TO CTATPC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *================================================================*
      * 2200 - CONVERSION (PF5)                                        *
      *================================================================*
      * La liquidacion se recalcula aca, no se confia en la que se
      * mostro con ENTER: el saldo pudo moverse entre ambas teclas.
       2200-EJECUTAR-CONVERSION.
           PERFORM 2150-VALIDAR-CUENTA THRU 2150-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2160-VALIDAR-DESTINO THRU 2160-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-CALCULAR-INTERES.
           PERFORM 2400-CALCULAR-COMISION.
           PERFORM 3100-MOSTRAR-LIQUIDACION.

           MOVE 'N' TO SW-CONFLICTO.
           MOVE 0 TO SQLCODE.
           IF WS-INTERES-CALC > 0
               PERFORM 2500-POSTEAR-INTERES
           END-IF.
           IF SQLCODE = 0
               PERFORM 2600-POSTEAR-COMISION
           END-IF.
           IF SQLCODE = 0
               PERFORM 7500-CAMBIAR-TIPO-CUENTA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-INSERTAR-CONVERSION
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM 2150-VALIDAR-CUENTA THRU 2150-EXIT
               PERFORM 3100-MOSTRAR-LIQUIDACION
               MOVE SPACES TO TIPNTPO
               STRING ' CUENTA CONVERTIDA AL TIPO ' DELIMITED BY SIZE
                   WS-TIPO-NUEVO DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF HAY-CONFLICTO
                   MOVE ' ERROR: LA CUENTA CAMBIO, CONSULTE DE NUEVO'
                     TO MSGO
               ELSE
                   MOVE ' ERROR AL CONVERTIR LA CUENTA' TO MSGO
               END-IF
               MOVE ATTR-RED TO MSGC
           END-IF.
       2200-EXIT.
           EXIT.

      *================================================================*
      * 2300 - INTERES DEL DIA DEL PRODUCTO SALIENTE                   *
      *================================================================*
      * Mismo calculo de BATCH/PBNKI.cbl 2100: base por fecha valor,
      * tasa del producto (o la negociada) y retencion en la fuente.
       2300-CALCULAR-INTERES.
           MOVE 0 TO WS-INTERES-CALC WS-RETENCION-CALC.
           MOVE 0 TO WS-CND-ID-INTERES WS-COSTO-INTERES.
           MOVE WS-TITULAR       TO WS-CND-USUARIO.
           MOVE WS-CUENTA        TO WS-CND-CUENTA.
           MOVE 'I'              TO WS-CND-TIPO.
           MOVE WS-FECHA-NEGOCIO TO WS-CND-FECHA.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-TASA TO WS-TASA-EFECTIVA
               MOVE 'S' TO WS-PAGA-INTERES
           END-IF.
           IF WS-PAGA-INTERES = 'S' AND WS-SALDO-ACTUAL > 0
               PERFORM 7065-CALCULAR-BASE-VALOR
               COMPUTE WS-INTERES-CALC ROUNDED =
                   WS-BASE-DEVENGO * WS-TASA-EFECTIVA
               COMPUTE WS-RETENCION-CALC ROUNDED =
                   WS-INTERES-CALC * WS-TASA-RETENCION
           END-IF.
           IF WS-INTERES-CALC > 0
               IF CND-HALLADA
                   MOVE WS-CND-ID TO WS-CND-ID-INTERES
                   COMPUTE WS-COSTO-INTERES ROUNDED = WS-BASE-DEVENGO
                       * (WS-TASA-EFECTIVA - WS-TASA-ESTANDAR)
               END-IF
           ELSE
               MOVE 0 TO WS-INTERES-CALC WS-RETENCION-CALC
           END-IF.
           COMPUTE WS-SALDO-TRAS-INTERES = WS-SALDO-ACTUAL
               + WS-INTERES-CALC - WS-RETENCION-CALC.

      *================================================================*
      * 2400 - COMISION PRORRATEADA DEL PRODUCTO SALIENTE              *
      *================================================================*
      * Mismas reglas de BATCH/PBNKF.cbl 2000 (tipo que no cobra,
      * umbral de exencion, condicion negociada, saldo que no
      * alcanza), aplicadas a la fraccion del mes en que rigio.
       2400-CALCULAR-COMISION.
           MOVE 0 TO WS-COMISION-CALC.
           MOVE 0 TO WS-CND-ID-COMISION WS-COSTO-COMISION.
           PERFORM 7170-CALCULAR-DIAS.
           MOVE WS-TITULAR       TO WS-CND-USUARIO.
           MOVE WS-CUENTA        TO WS-CND-CUENTA.
           MOVE 'C'              TO WS-CND-TIPO.
           MOVE WS-FECHA-NEGOCIO TO WS-CND-FECHA.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-COMISION TO WS-COMISION-EFECTIVA
           END-IF.
           EVALUATE TRUE
               WHEN WS-COBRA-COMISION = 'N'
                   CONTINUE
               WHEN WS-SALDO-TRAS-INTERES >= WS-UMBRAL-EFECTIVO
                   CONTINUE
               WHEN WS-DIAS-PRODUCTO <= 0 OR WS-DIAS-MES = 0
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-COMISION-CALC ROUNDED =
                       WS-COMISION-EFECTIVA * WS-DIAS-PRODUCTO
                       / WS-DIAS-MES
                   IF WS-COMISION-CALC > WS-SALDO-TRAS-INTERES
                       MOVE 0 TO WS-COMISION-CALC
                   ELSE
                       IF CND-HALLADA
                           MOVE WS-CND-ID TO WS-CND-ID-COMISION
                           COMPUTE WS-COSTO-COMISION ROUNDED =
                               (WS-COMISION-ESTANDAR
                                - WS-COMISION-EFECTIVA)
                               * WS-DIAS-PRODUCTO / WS-DIAS-MES
                       END-IF
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 2500 - POSTEO DEL INTERES ('I' + 'W')                          *
      *================================================================*
       2500-POSTEAR-INTERES.
           ADD WS-INTERES-CALC TO WS-SALDO-ACTUAL
               GIVING WS-SALDO-BRUTO.
           SUBTRACT WS-RETENCION-CALC FROM WS-SALDO-BRUTO
               GIVING WS-SALDO-NUEVO.
           PERFORM 7300-ACTUALIZAR-SALDO.
           IF SQLCODE = 0
               PERFORM 7400-INSERTAR-MOV-INTERES
           END-IF.
           IF SQLCODE = 0 AND WS-RETENCION-CALC > 0
               PERFORM 7450-INSERTAR-MOV-RETENCION
               IF SQLCODE = 0
                   PERFORM 7460-ACUMULAR-RETENCION
               END-IF
           END-IF.
           IF SQLCODE = 0 AND WS-CND-ID-INTERES > 0
               MOVE WS-CND-ID-INTERES TO WS-CND-ID
               MOVE WS-COSTO-INTERES  TO WS-CND-COSTO
               MOVE WS-FECHA-NEGOCIO  TO WS-CND-FECHA
               PERFORM 9975-ACUMULAR-COSTO-COND
           END-IF.
           IF SQLCODE = 0
               MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
           END-IF.

      *================================================================*
      * 2600 - POSTEO DE LA COMISION PRORRATEADA ('F' + FACTURA)       *
      *================================================================*
      * Una comision bonificada por condicion no postea nada pero
      * igual suma su costo, como en PBNKF 2200.
       2600-POSTEAR-COMISION.
           IF WS-COMISION-CALC > 0
               SUBTRACT WS-COMISION-CALC FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7300-ACTUALIZAR-SALDO
               IF SQLCODE = 0
                   PERFORM 7470-INSERTAR-MOV-COMISION
               END-IF
               IF SQLCODE = 0
                   PERFORM 7480-FACTURAR-COMISION
               END-IF
               IF SQLCODE = 0
                   MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
               END-IF
           END-IF.
           IF SQLCODE = 0 AND WS-CND-ID-COMISION > 0
               MOVE WS-CND-ID-COMISION TO WS-CND-ID
               MOVE WS-COSTO-COMISION  TO WS-CND-COSTO
               MOVE WS-FECHA-NEGOCIO   TO WS-CND-FECHA
               PERFORM 9975-ACUMULAR-COSTO-COND
           END-IF.

      *================================================================*
      * 3000 - PRESENTACION                                            *
      *================================================================*
       3100-MOSTRAR-LIQUIDACION.
           MOVE WS-INTERES-CALC   TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT   TO INTTPO.
           MOVE WS-RETENCION-CALC TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT   TO RETTPO.
           MOVE WS-COMISION-CALC  TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT   TO COMTPO.
           MOVE WS-DIAS-PRODUCTO  TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT      TO DIASTPO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTPO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTPO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPTPI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

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
               END-EXEC
           END-IF.

      * Los mismos parametros globales que leen PBNKI y PBNKF.
       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_INTERES'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-INTERES
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_RETENCION_INTERES'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-RETENCION
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_FIJA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-COMISION-FIJA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'UMBRAL_EXENCION'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-EXENCION
           END-IF.

      * Base de devengamiento por fecha valor (BATCH/PBNKI.cbl 7065).
       7065-CALCULAR-BASE-VALOR.
           MOVE 0 TO WS-NETO-VALOR-FUT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
               COALESCE(SUM(CASE TIPO_OPER
                   WHEN 'D' THEN MONTO
                   WHEN 'I' THEN MONTO
                   WHEN 'R' THEN MONTO
                   WHEN 'V' THEN MONTO
                   WHEN 'L' THEN MONTO
                   WHEN '0' THEN MONTO
                   WHEN '\' THEN MONTO
                   WHEN '@' THEN MONTO
                   WHEN '+' THEN MONTO
                   WHEN ';' THEN MONTO
                   WHEN ']' THEN MONTO
                   WHEN '|' THEN MONTO
                   ELSE -MONTO END), 0)
               INTO :WS-NETO-VALOR-FUT
               FROM IBMUSER.MOVIMIENTOS
               WHERE CUENTA_NUM = :WS-CUENTA
                 AND FECHA_VALOR > DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-NETO-VALOR-FUT
           END-IF.
           COMPUTE WS-BASE-DEVENGO =
               WS-SALDO-ACTUAL - WS-NETO-VALOR-FUT.

       7100-LEER-CUENTA.
           MOVE WS-CUENTA TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, TIPO_CUENTA, SALDO
               INTO :HV-USUARIO-CTA, :HV-TIPO-CUENTA, :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

       7110-LEER-TITULAR.
           MOVE WS-TITULAR TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, BLOQUEADO, ESTADO
               INTO :HV-NOMBRE, :HV-BLOQUEADO, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-NOMBRE
               MOVE 'N'    TO HV-BLOQUEADO
               MOVE 'A'    TO HV-ESTADO
           END-IF.

      * Producto saliente: un tipo no catalogado paga y cobra con
      * los valores globales, igual que en el batch.
       7120-LEER-PRODUCTO-ACTUAL.
           MOVE WS-TIPO-ACTUAL TO HV-TIPO-CTA-PROD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION, PAGA_INTERES, TASA_INTERES,
                      COBRA_COMISION, COMISION, UMBRAL_EXENCION
               INTO :HV-DESC-PROD, :HV-PAGA-INT-PROD, :HV-TASA-PROD,
                    :HV-COBRA-COM-PROD, :HV-COMISION-PROD,
                    :HV-UMBRAL-PROD
               FROM IBMUSER.PRODUCTOS
               WHERE TIPO_CUENTA = :HV-TIPO-CTA-PROD
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-DESC-PROD
               MOVE 'S' TO HV-PAGA-INT-PROD HV-COBRA-COM-PROD
               MOVE 0   TO HV-TASA-PROD HV-COMISION-PROD
                           HV-UMBRAL-PROD
           END-IF.
           MOVE HV-DESC-PROD      TO DESATPO.
           MOVE HV-PAGA-INT-PROD  TO WS-PAGA-INTERES.
           MOVE HV-COBRA-COM-PROD TO WS-COBRA-COMISION.
           IF HV-TASA-PROD > 0
               MOVE HV-TASA-PROD TO WS-TASA-EFECTIVA
           ELSE
               MOVE WS-TASA-INTERES TO WS-TASA-EFECTIVA
           END-IF.
           IF WS-PAGA-INTERES = 'S'
               MOVE WS-TASA-EFECTIVA TO WS-TASA-ESTANDAR
           ELSE
               MOVE 0 TO WS-TASA-ESTANDAR
           END-IF.
           IF HV-COMISION-PROD > 0
               MOVE HV-COMISION-PROD TO WS-COMISION-EFECTIVA
           ELSE
               MOVE WS-COMISION-FIJA TO WS-COMISION-EFECTIVA
           END-IF.
           MOVE WS-COMISION-EFECTIVA TO WS-COMISION-ESTANDAR.
           IF HV-UMBRAL-PROD > 0
               MOVE HV-UMBRAL-PROD TO WS-UMBRAL-EFECTIVO
           ELSE
               MOVE WS-UMBRAL-EXENCION TO WS-UMBRAL-EFECTIVO
           END-IF.

      * El destino si tiene que estar catalogado.
       7130-LEER-PRODUCTO-DESTINO.
           MOVE WS-TIPO-NUEVO TO HV-TIPO-CTA-PROD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION, PERMITE_SOBREGIRO,
                      MAX_RETIROS_MES
               INTO :HV-DESC-PROD, :HV-SOBREGIRO-PROD,
                    :HV-MAX-RETIROS-PROD
               FROM IBMUSER.PRODUCTOS
               WHERE TIPO_CUENTA = :HV-TIPO-CTA-PROD
           END-EXEC.

      * Retiros por caja del mes, mismo conteo de PBNKX 7085.
       7140-CONTAR-RETIROS-MES.
           MOVE 0 TO WS-RETIROS-DEL-MES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-RETIROS-DEL-MES
               FROM IBMUSER.MOVIMIENTOS
               WHERE CUENTA_NUM = :WS-CUENTA
                 AND TIPO_OPER = 'Z'
                 AND YEAR(FECHA) = YEAR(CURRENT DATE)
                 AND MONTH(FECHA) = MONTH(CURRENT DATE)
           END-EXEC.

       7150-LEER-ULTIMA-CONVERSION.
           MOVE WS-CUENTA TO HV-CUENTA-CONV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_CONVERSION, ISO),
                      TIPO_ANTERIOR, TIPO_NUEVO, AGENTE_ID
               INTO :HV-FECHA-CONV, :HV-TIPO-ANT-CONV,
                    :HV-TIPO-NUE-CONV, :HV-AGENTE-CONV
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE NUMERO_CUENTA = :HV-CUENTA-CONV
               ORDER BY ID_CONVERSION DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               STRING ' ULTIMA CONVERSION ' DELIMITED BY SIZE
                   HV-FECHA-CONV DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   HV-TIPO-ANT-CONV DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   HV-TIPO-NUE-CONV DELIMITED BY SIZE
                   ' POR ' DELIMITED BY SIZE
                   HV-AGENTE-CONV DELIMITED BY SIZE
                   INTO ULTTPO
           ELSE
               MOVE ' SIN CONVERSIONES ANTERIORES' TO ULTTPO
           END-IF.

       7160-CONTAR-CONVERSIONES-DIA.
           MOVE 0 TO WS-CANT-CONVERSIONES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CONVERSIONES
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE NUMERO_CUENTA = :WS-CUENTA
                 AND FECHA_CONVERSION = DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.

      * Dia de la conversion, dias del mes de la fecha de negocio y
      * dia de la conversion anterior del mismo mes (0 si no hubo):
      * el producto saliente rigio entre una y otra.
       7170-CALCULAR-DIAS.
           MOVE 0 TO WS-DIA-CONVERSION WS-DIAS-MES WS-DIA-DESDE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DAY(DATE(:WS-FECHA-NEGOCIO)),
                      DAY(DATE(:WS-FECHA-NEGOCIO)
                          - (DAY(DATE(:WS-FECHA-NEGOCIO)) - 1) DAYS
                          + 1 MONTH - 1 DAY)
               INTO :WS-DIA-CONVERSION, :WS-DIAS-MES
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(MAX(DAY(FECHA_CONVERSION)), 0)
               INTO :WS-DIA-DESDE
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE NUMERO_CUENTA = :WS-CUENTA
                 AND FECHA_CONVERSION < DATE(:WS-FECHA-NEGOCIO)
                 AND FECHA_CONVERSION >= DATE(:WS-FECHA-NEGOCIO)
                     - (DAY(DATE(:WS-FECHA-NEGOCIO)) - 1) DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-DIA-DESDE
           END-IF.
           COMPUTE WS-DIAS-PRODUCTO =
               WS-DIA-CONVERSION - WS-DIA-DESDE.

      * Control optimista: el saldo tiene que seguir siendo el que
      * se leyo; si otra tarea lo movio, se deshace todo.
       7300-ACTUALIZAR-SALDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS
               SET SALDO = :WS-SALDO-NUEVO
               WHERE NUMERO_CUENTA = :WS-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.
           IF SQLCODE = 100
               SET HAY-CONFLICTO TO TRUE
           END-IF.

       7400-INSERTAR-MOV-INTERES.
           MOVE 'I'                 TO HV-TIPO-OPER.
           MOVE WS-INTERES-CALC     TO HV-MONTO.
           MOVE WS-SALDO-BRUTO      TO HV-SALDO-RESULTANTE.
           MOVE WC-CONCEPTO-INTERES TO HV-CONCEPTO.
           PERFORM 7490-INSERTAR-MOVIMIENTO.

       7450-INSERTAR-MOV-RETENCION.
           MOVE 'W'               TO HV-TIPO-OPER.
           MOVE WS-RETENCION-CALC TO HV-MONTO.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-RESULTANTE.
           MOVE 'RETENCION IMPUESTO INTERESES' TO HV-CONCEPTO.
           PERFORM 7490-INSERTAR-MOVIMIENTO.

      * Acumulado anual por (USUARIO, ANIO), como PBNKI 7460.
       7460-ACUMULAR-RETENCION.
           MOVE WS-TITULAR        TO HV-USUARIO-RETE.
           MOVE WS-INTERES-CALC   TO HV-TOT-INTERES-RETE.
           MOVE WS-RETENCION-CALC TO HV-TOT-RETENIDO-RETE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETENCIONES
               SET TOTAL_INTERES = TOTAL_INTERES
                       + :HV-TOT-INTERES-RETE,
                   TOTAL_RETENIDO = TOTAL_RETENIDO
                       + :HV-TOT-RETENIDO-RETE
               WHERE USUARIO = :HV-USUARIO-RETE
                 AND ANIO = YEAR(CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.RETENCIONES
                   (USUARIO, ANIO, TOTAL_INTERES, TOTAL_RETENIDO)
                   VALUES (:HV-USUARIO-RETE, YEAR(CURRENT DATE),
                    :HV-TOT-INTERES-RETE, :HV-TOT-RETENIDO-RETE)
               END-EXEC
           END-IF.

       7470-INSERTAR-MOV-COMISION.
           MOVE 'F'                  TO HV-TIPO-OPER.
           MOVE WS-COMISION-CALC     TO HV-MONTO.
           MOVE WS-SALDO-NUEVO       TO HV-SALDO-RESULTANTE.
           MOVE WC-CONCEPTO-COMISION TO HV-CONCEPTO.
           PERFORM 7490-INSERTAR-MOVIMIENTO.

      * Factura fiscal de la comision y desdoble de su IVA en un
      * movimiento '%' (COPYS/CPYIVAP.cbl), en la misma unidad de
      * trabajo.
       7480-FACTURAR-COMISION.
           MOVE 0                   TO WS-IVA-ID-MOV.
           MOVE WS-TITULAR          TO WS-IVA-TITULAR.
           MOVE WS-COMISION-CALC    TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-FACTURA TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR        TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Movimiento de la liquidacion: fecha de negocio y fecha valor
      * del dia de la conversion, empleado y sucursal de la sesion.
       7490-INSERTAR-MOVIMIENTO.
           MOVE WS-TITULAR       TO HV-USUARIO-MOV.
           MOVE WS-TITULAR       TO HV-USUARIO-REL.
           MOVE CG-M-USER        TO HV-AGENTE-ID.
           MOVE WS-CUENTA        TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-VALOR.
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

      * El tipo tiene que seguir siendo el leido (otra sesion pudo
      * convertir la misma cuenta entre ENTER y PF5).
       7500-CAMBIAR-TIPO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS
               SET TIPO_CUENTA = :WS-TIPO-NUEVO
               WHERE NUMERO_CUENTA = :WS-CUENTA
                 AND TIPO_CUENTA = :WS-TIPO-ACTUAL
           END-EXEC.
           IF SQLCODE = 100
               SET HAY-CONFLICTO TO TRUE
           END-IF.

       7600-INSERTAR-CONVERSION.
           MOVE WS-CUENTA        TO HV-CUENTA-CONV.
           MOVE WS-TITULAR       TO HV-USUARIO-CONV.
           MOVE WS-TIPO-ACTUAL   TO HV-TIPO-ANT-CONV.
           MOVE WS-TIPO-NUEVO    TO HV-TIPO-NUE-CONV.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-CONV.
           MOVE WS-INTERES-CALC  TO HV-INTERES-CONV.
           MOVE WS-COMISION-CALC TO HV-COMISION-CONV.
           MOVE CG-M-USER        TO HV-AGENTE-CONV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CONVERSIONES_PRODUCTO
               (NUMERO_CUENTA, USUARIO, TIPO_ANTERIOR, TIPO_NUEVO,
                FECHA_CONVERSION, INTERES_LIQUIDADO,
                COMISION_PRORRATA, AGENTE_ID, FECHA_HORA)
               VALUES (:HV-CUENTA-CONV, :HV-USUARIO-CONV,
                :HV-TIPO-ANT-CONV, :HV-TIPO-NUE-CONV,
                DATE(:HV-FECHA-CONV), :HV-INTERES-CONV,
                :HV-COMISION-CONV, :HV-AGENTE-CONV,
                CURRENT TIMESTAMP)
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

       COPY CPYCNDP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
