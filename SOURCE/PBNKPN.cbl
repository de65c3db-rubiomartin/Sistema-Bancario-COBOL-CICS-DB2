       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKPN.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKPN                                 **
      ** TITULO ...........: PUNTOS DE LEALTAD DEL CLIENTE          **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de puntos de lealtad del cliente (PF10 desde    **
      **   PBNKTM, Mis tarjetas): saldo de IBMUSER.PUNTOS_LEALTAD   **
      **   y su valor de canje, el proximo vencimiento y            **
      **   los ultimos movimientos del libro (ganados en PBNKAT,    **
      **   reversos y vencidos de BATCH/PBNKLY.cbl, canjes).        **
      ** - PF5 = canjear: los puntos tecleados (enteros, desde      **
      **   MINIMO_CANJE_PUNTOS y hasta el saldo) se acreditan en    **
      **   una cuenta propia en la moneda base a VALOR_PUNTO_CANJE  **
      **   cada uno, con el movimiento '0' CANJE PUNTOS (el costo   **
      **   del programa en PBNKGL) y el bloqueo optimista de        **
      **   PBNKT. La fila 'C' del libro apunta al credito y los     **
      **   puntos se descuentan de los que vencen primero           **
      **   (COPYS/CPYPTSP.cbl). Es un credito del banco: no paga    **
      **   impuesto debitos y creditos, como los intereses.         **
      ** - Con el posteo cerrado por el cierre del dia no se        **
      **   canjea.                                                  **
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
       COPY BKPNMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CICSATTR.
       COPY CPYPTSW.
       COPY CPYCHNW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPUNT END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-PUNTOS-CANJE       PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-CANJE        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-NUEVO        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-ID-MOV-CANJE       PIC S9(9) COMP VALUE 0.
           05 WS-FECHA-PROX-VENC    PIC X(10) VALUE SPACES.
           05 WS-PUNTOS-PROX-VENC   PIC S9(9) COMP VALUE 0.
           05 WS-PUNTOS-EDIT        PIC ZZZ.ZZZ.ZZ9.
           05 WS-IMPORTE-EDIT       PIC Z.ZZZ.ZZ9,99.
           05 WS-TIPO-DESC          PIC X(10) VALUE SPACES.
      * Parametros (valores de fabrica; IBMUSER.PARAMETROS manda).
           05 WS-VALOR-PUNTO        PIC S9(3)V9(4) COMP-3 VALUE 0,10.
           05 WS-MINIMO-CANJE       PIC S9(9) COMP VALUE 500.

       01  WS-LINEA-SALDO.
           05 FILLER                PIC X(18) VALUE
              ' SALDO DE PUNTOS: '.
           05 WS-LS-PUNTOS          PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER                PIC X(22) VALUE
              '   VALOR DE CANJE $ '.
           05 WS-LS-VALOR           PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(06) VALUE SPACES.

       01  WS-LINEA-PUNTOS.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LP-FECHA           PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-TIPO            PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-PUNTOS          PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-TARJETA         PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-RUBRO           PIC X(4).
           05 FILLER                PIC X(9)  VALUE SPACES.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKPN'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKPN'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPPN'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKPNMP'.
           03  WC-MONEDA-BASE       PIC X(3)  VALUE 'USD'.
           03  WC-CONCEPTO-CANJE    PIC X(30) VALUE 'CANJE PUNTOS'.

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
           MOVE LOW-VALUES TO BKMAPPNO.
           MOVE ' ENTER=ACTUALIZAR PF5=CANJEAR PF3=MIS TARJETAS'
             TO LEYENDAO.
           PERFORM 3000-MOSTRAR-PUNTOS.
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
                   PERFORM 3000-MOSTRAR-PUNTOS

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-CANJEAR-PUNTOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9050-VOLVER-A-TARJETAS

               WHEN EIBAID = DFHPF1
                   MOVE ' INGRESE CUENTA Y PUNTOS Y PULSE PF5'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CANJE DE PUNTOS POR UN CREDITO EN CUENTA                *
      *================================================================*
       2100-CANJEAR-PUNTOS.
           PERFORM 2150-VALIDAR-CANJE.
           IF NO-HAY-ERRORES
               PERFORM 2200-POSTEAR-CANJE
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3000-MOSTRAR-PUNTOS
                   MOVE WS-MONTO-CANJE TO WS-IMPORTE-EDIT
                   INITIALIZE MSGO
                   STRING ' CANJE ACREDITADO $' DELIMITED BY SIZE
                       WS-IMPORTE-EDIT DELIMITED BY SIZE
                       ' EN CUENTA ' DELIMITED BY SIZE
                       HV-NUMERO-CUENTA DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO CANJPTO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   IF SQLCODE = 100
                       MOVE ' SALDO DE LA CUENTA MODIFICADO - REINTENTE'
                         TO MSGO
                   ELSE
                       MOVE ' ERROR AL REGISTRAR EL CANJE' TO MSGO
                   END-IF
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2150-VALIDAR-CANJE.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CTAPTI) TO CTAPTI.
           INSPECT CTAPTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CANJPTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CTAPTC CANJPTC.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.

           EVALUATE TRUE
               WHEN POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CTAPTI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA A ACREDITAR' TO MSGO
                   MOVE ATTR-RED TO CTAPTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7100-LEER-CUENTA-PROPIA
                   IF SQLCODE NOT = 0
                       MOVE ' CUENTA INEXISTENTE O NO ES SUYA' TO MSGO
                       MOVE ATTR-RED TO CTAPTC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       IF HV-MONEDA-CTA NOT = WC-MONEDA-BASE
                           MOVE ' ERROR: LA CUENTA ES DE OTRA MONEDA'
                             TO MSGO
                           MOVE ATTR-RED TO CTAPTC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2160-VALIDAR-PUNTOS
           END-IF.
           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

       2160-VALIDAR-PUNTOS.
           MOVE CANJPTI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-PUNTOS-CANJE
               IF WS-PUNTOS-CANJE NOT = WS-VAL-SALIDA-V
                   MOVE 'S' TO SW-VAL-ERROR
               END-IF
           END-IF.
           MOVE CG-M-USER TO WS-PTS-USUARIO.
           PERFORM 9606-SALDO-PUNTOS.
           EVALUATE TRUE
               WHEN SW-VAL-ERROR = 'S'
                   MOVE ' ERROR: LOS PUNTOS DEBEN SER UN ENTERO'
                     TO MSGO
                   MOVE ATTR-RED TO CANJPTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-PUNTOS-CANJE < WS-MINIMO-CANJE
                   MOVE WS-MINIMO-CANJE TO WS-PUNTOS-EDIT
                   INITIALIZE MSGO
                   STRING ' ERROR: EL CANJE MINIMO ES DE'
                       DELIMITED BY SIZE
                       WS-PUNTOS-EDIT DELIMITED BY SIZE
                       ' PUNTOS' DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO CANJPTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR AL LEER EL SALDO DE PUNTOS' TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-PUNTOS-CANJE > WS-PTS-SALDO
                   MOVE ' ERROR: SALDO DE PUNTOS INSUFICIENTE' TO MSGO
                   MOVE ATTR-RED TO CANJPTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Credito en la cuenta, fila 'C' del libro y consumo de los
      * puntos, todo en la misma unidad de trabajo.
       2200-POSTEAR-CANJE.
           COMPUTE WS-MONTO-CANJE ROUNDED =
               WS-PUNTOS-CANJE * WS-VALOR-PUNTO.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.
           COMPUTE WS-SALDO-NUEVO = WS-SALDO-ACTUAL + WS-MONTO-CANJE.
           PERFORM 7150-ACTUALIZAR-SALDO-CTA.
           IF SQLCODE = 0
               PERFORM 7200-INSERTAR-MOV-CANJE
           END-IF.
           IF SQLCODE = 0
               PERFORM 7250-LEER-ID-MOV-NUEVO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7300-INSERTAR-CANJE-PUNTOS
           END-IF.
           IF SQLCODE = 0
               MOVE WS-PUNTOS-CANJE TO WS-PTS-A-CONSUMIR
               PERFORM 9604-CONSUMIR-PUNTOS
           END-IF.

      *================================================================*
      * 3000 - SALDO, PROXIMO VENCIMIENTO Y ULTIMOS MOVIMIENTOS        *
      *================================================================*
       3000-MOSTRAR-PUNTOS.
           PERFORM 7050-LEER-PARAMETROS.
           MOVE CG-M-USER TO WS-PTS-USUARIO.
           PERFORM 9606-SALDO-PUNTOS.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PTS-SALDO
           END-IF.
           MOVE WS-PTS-SALDO TO WS-LS-PUNTOS.
           IF WS-PTS-SALDO > 0
               COMPUTE WS-LS-VALOR ROUNDED =
                   WS-PTS-SALDO * WS-VALOR-PUNTO
           ELSE
               MOVE 0 TO WS-LS-VALOR
           END-IF.
           MOVE WS-LINEA-SALDO TO SALDOPTO.

           PERFORM 7400-LEER-PROXIMO-VENC.
           IF SQLCODE = 0
               MOVE WS-PUNTOS-PROX-VENC TO WS-PUNTOS-EDIT
               INITIALIZE VENCPTO
               STRING ' PROXIMO VENCIMIENTO: ' DELIMITED BY SIZE
                   WS-FECHA-PROX-VENC DELIMITED BY SIZE
                   '  PUNTOS:' DELIMITED BY SIZE
                   WS-PUNTOS-EDIT DELIMITED BY SIZE
                   INTO VENCPTO
           ELSE
               MOVE ' SIN PUNTOS POR VENCER' TO VENCPTO
           END-IF.

           MOVE SPACES TO PTS1O PTS2O PTS3O PTS4O PTS5O PTS6O.
           MOVE ' FECHA       MOVIMIENTO       PUNTOS   TARJETA'
             TO LINEA2O.
           MOVE 'RUBRO' TO LINEA2O(58:5).
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-LIBRO.
           PERFORM 7750-FETCH-LIBRO.
           PERFORM 3100-VOLCAR-MOVIMIENTO
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 6.
           PERFORM 7780-CERRAR-CURSOR-LIBRO.
           IF WS-INDICE = 0
               MOVE ' TODAVIA NO TIENE MOVIMIENTOS DE PUNTOS' TO PTS1O
           END-IF.

       3100-VOLCAR-MOVIMIENTO.
           ADD 1 TO WS-INDICE.
           MOVE HV-FECHA-NEG-PUNT TO WS-LP-FECHA.
           EVALUATE HV-TIPO-PUNT
               WHEN 'G' MOVE 'COMPRA    ' TO WS-TIPO-DESC
               WHEN 'R' MOVE 'DEVOLUCION' TO WS-TIPO-DESC
               WHEN 'V' MOVE 'VENCIDOS  ' TO WS-TIPO-DESC
               WHEN 'C' MOVE 'CANJE     ' TO WS-TIPO-DESC
               WHEN OTHER MOVE HV-TIPO-PUNT TO WS-TIPO-DESC
           END-EVALUATE.
           MOVE WS-TIPO-DESC     TO WS-LP-TIPO.
           MOVE HV-PUNTOS-PUNT   TO WS-LP-PUNTOS.
           MOVE HV-TARJETA-PUNT  TO WS-LP-TARJETA.
           MOVE HV-RUBRO-PUNT    TO WS-LP-RUBRO.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-PUNTOS TO PTS1O
               WHEN 2 MOVE WS-LINEA-PUNTOS TO PTS2O
               WHEN 3 MOVE WS-LINEA-PUNTOS TO PTS3O
               WHEN 4 MOVE WS-LINEA-PUNTOS TO PTS4O
               WHEN 5 MOVE WS-LINEA-PUNTOS TO PTS5O
               WHEN 6 MOVE WS-LINEA-PUNTOS TO PTS6O
           END-EVALUATE.
           PERFORM 7750-FETCH-LIBRO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPPN') MAPSET('BKPNMP')
                        FROM(BKMAPPNO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPPN') MAPSET('BKPNMP')
                        FROM(BKMAPPNO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPPN') MAPSET('BKPNMP')
               INTO(BKMAPPNI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Misma lectura de la fecha de negocio que PBNKT; el canje
      * vale en la fecha de negocio.
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

       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'VALOR_PUNTO_CANJE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-VALOR-PUNTO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MINIMO_CANJE_PUNTOS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MINIMO-CANJE
           END-IF.

       7100-LEER-CUENTA-PROPIA.
           MOVE CTAPTI    TO HV-NUMERO-CUENTA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

      * Mismo bloqueo optimista de PBNKT: +100 si el saldo cambio
      * entre la lectura y el canje.
       7150-ACTUALIZAR-SALDO-CTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7200-INSERTAR-MOV-CANJE.
           MOVE CG-M-USER         TO HV-USUARIO-MOV.
           MOVE CG-M-USER         TO HV-USUARIO-REL.
           MOVE '0'               TO HV-TIPO-OPER.
           MOVE WS-MONTO-CANJE    TO HV-MONTO.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-RESULTANTE.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-ID.
           MOVE HV-NUMERO-CUENTA  TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-CANJE TO HV-CONCEPTO.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-NEG.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-VALOR.
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

       7250-LEER-ID-MOV-NUEVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               INTO :WS-ID-MOV-CANJE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7300-INSERTAR-CANJE-PUNTOS.
           MOVE CG-M-USER        TO HV-USUARIO-PUNT.
           COMPUTE HV-PUNTOS-PUNT = 0 - WS-PUNTOS-CANJE.
           MOVE WS-ID-MOV-CANJE  TO HV-ID-MOV-PUNT.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG-PUNT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PUNTOS_LEALTAD
               (USUARIO, TIPO, PUNTOS, ID_MOV, FECHA_NEGOCIO)
               VALUES (:HV-USUARIO-PUNT, 'C', :HV-PUNTOS-PUNT,
                :HV-ID-MOV-PUNT, DATE(:HV-FECHA-NEG-PUNT))
           END-EXEC.

       7400-LEER-PROXIMO-VENC.
           MOVE CG-M-USER TO HV-USUARIO-PUNT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_VENCIMIENTO, ISO),
                    SUM(PUNTOS_DISPONIBLES)
               INTO :WS-FECHA-PROX-VENC, :WS-PUNTOS-PROX-VENC
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :HV-USUARIO-PUNT
                 AND TIPO = 'G'
                 AND PUNTOS_DISPONIBLES > 0
               GROUP BY FECHA_VENCIMIENTO
               ORDER BY FECHA_VENCIMIENTO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7700-ABRIR-CURSOR-LIBRO.
           EXEC SQL DECLARE CUR-LIBRO CURSOR FOR
               SELECT CHAR(FECHA_NEGOCIO, ISO), TIPO, PUNTOS,
                      NUMERO_TARJETA, RUBRO
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE USUARIO = :CG-M-USER
               ORDER BY ID_PUNTOS DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-LIBRO END-EXEC.

       7750-FETCH-LIBRO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-LIBRO
               INTO :HV-FECHA-NEG-PUNT, :HV-TIPO-PUNT,
                    :HV-PUNTOS-PUNT, :HV-TARJETA-PUNT, :HV-RUBRO-PUNT
           END-EXEC.

       7780-CERRAR-CURSOR-LIBRO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-LIBRO END-EXEC.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9050-VOLVER-A-TARJETAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MIS-TARJETAS)
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
       COPY CPYPTSP.
       COPY CPYCHNP.
       COPY CPYRTMP.
