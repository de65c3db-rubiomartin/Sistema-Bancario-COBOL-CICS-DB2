       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKAL.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKAL                                 **
      ** TITULO ...........: AVALES Y CARTAS DE CREDITO STANDBY     **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Registro de avales que el banco otorga por cuenta de un  **
      **   cliente empresa (IBMUSER.AVALES, menu 4-V, solo          **
      **   empleados): cumplimiento (C), mantenimiento de oferta    **
      **   (O) o standby (S), con beneficiario, importe, moneda,    **
      **   vencimiento y contragarantia.                            **
      ** - PF5 = emitir. La contragarantia es un plazo fijo         **
      **   propio prendado ('PF', nro. de plazo), un bien valuado   **
      **   ('VE'/'OT', valuacion y descripcion) - ambos en IBMUSER. **
      **   GARANTIAS con ID_PRESTAMO 0 - o un deposito bloqueado    **
      **   en la cuenta de cargo ('DB', retencion sin vencimiento   **
      **   en IBMUSER.RETENCIONES_DISP). Debe cubrir                **
      **   COBERTURA_MINIMA_AVAL_PCT del importe en la moneda de la **
      **   cuenta (IBMUSER.DIVISAS).                                **
      ** - Tope duro: la exposicion del grupo economico del         **
      **   cliente (o la suya, si no integra uno) mas el aval no    **
      **   puede superar el limite de concentracion                 **
      **   (COPYS/CPYGREP.cbl).                                     **
      ** - La emision asienta el alta en cuentas de orden ('{' en   **
      **   IBMUSER.EVENTOS_AVAL) y deja la primera comision para el **
      **   cierre de la noche.                                      **
      ** - PF6 = reclamo del beneficiario (importe hasta el del     **
      **   aval, antes del vencimiento): queda 'R' y lo liquida     **
      **   BATCH/PBNKAF.cbl. PF7 = devolucion anticipada ('C'):     **
      **   libera la contragarantia y da de baja las cuentas de     **
      **   orden ('}').                                             **
      ** - La lista muestra los avales del cliente tecleado o, sin  **
      **   cliente, los vivos de la sucursal.                       **
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
       COPY BKALMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CICSATTR.
       COPY CPYGREW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLDIVI END-EXEC.
           EXEC SQL INCLUDE DCLPLZF END-EXEC.
           EXEC SQL INCLUDE DCLGARA END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLAVAL END-EXEC.
           EXEC SQL INCLUDE DCLEVAV END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-VTO          PIC X(10) VALUE SPACES.
           05 WS-DUMMY-FECHA        PIC X(10) VALUE SPACES.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-CLIENTE            PIC X(08) VALUE SPACES.
           05 WS-MONEDA             PIC X(03) VALUE SPACES.
           05 WS-MONTO-AVAL         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-CTA          PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TASA-ORIGEN        PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-TASA-DESTINO       PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-TIPO-CGAR          PIC X(02) VALUE SPACES.
           05 WS-ID-PLAZO           PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-CGAR         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-DESCRIP-CGAR       PIC X(30) VALUE SPACES.
           05 WS-CANT-PRENDAS       PIC S9(9) COMP VALUE 0.
           05 WS-RETENIDO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-EMBARGADO-ACTIVO   PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE         PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-ID-GARANTIA        PIC S9(9) COMP VALUE 0.
           05 WS-ID-RETENCION       PIC S9(9) COMP VALUE 0.
           05 WS-ID-AVAL            PIC S9(9) COMP VALUE 0.
           05 WS-NRO-AVAL           PIC 9(09) VALUE 0.
           05 WS-MONTO-RECLAMO      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-ESTADO-DESC        PIC X(09) VALUE SPACES.
           05 WS-TIPO-EVENTO        PIC X(01) VALUE SPACE.
      * Fecha sin vencimiento de la retencion de un deposito
      * bloqueado: PBNKRD nunca la libera por su cuenta.
           05 WC-FECHA-SIN-VTO      PIC X(10) VALUE '9999-12-31'.
      * Filtro de la lista: cliente, o avales vivos de la sucursal.
           05 WS-FILTRO-USUARIO     PIC X(08) VALUE SPACES.
           05 WS-FILTRO-SUC         PIC X(04) VALUE SPACES.
           05 SW-LISTA              PIC X(01) VALUE 'C'.
              88 LISTA-CLIENTE                VALUE 'C'.
              88 LISTA-SUCURSAL               VALUE 'S'.
      * Parametros (valores de fabrica; IBMUSER.PARAMETROS manda).
           05 WS-COMISION-PCT       PIC S9(3)V9(2) COMP-3 VALUE 2.
           05 WS-COBERTURA-PCT      PIC S9(3)V9(2) COMP-3 VALUE 100.

       01  WS-LINEA-INFO.
           05 FILLER                PIC X(10) VALUE ' COMISION '.
           05 WS-LI-COMISION        PIC ZZ9,99.
           05 FILLER                PIC X(30) VALUE
              '% ANUAL - CONTRAGARANTIA MIN. '.
           05 WS-LI-COBERTURA       PIC ZZ9,99.
           05 FILLER                PIC X(18) VALUE
              '% - TIPOS C/O/S'.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(11) VALUE ' NUMERO'.
           05 FILLER                PIC X(09) VALUE 'CLIENTE'.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(19) VALUE 'BENEFICIARIO'.
           05 FILLER                PIC X(04) VALUE 'MON'.
           05 FILLER                PIC X(13) VALUE '     IMPORTE'.
           05 FILLER                PIC X(11) VALUE 'VENCIMIENTO'.
           05 FILLER                PIC X(09) VALUE 'ESTADO'.

       01  WS-LINEA-AVAL.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-NUMERO          PIC 9(09).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-CLIENTE         PIC X(08).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-TIPO            PIC X(01).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-BENEFICIARIO    PIC X(18).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-MONEDA          PIC X(03).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-IMPORTE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-VENCIMIENTO     PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-ESTADO          PIC X(09).

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKAL'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKAL'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPAL'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKALMP'.

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
           MOVE LOW-VALUES TO BKMAPALO.
           MOVE ' ENTER=LISTA PF5=EMITIR PF6=RECLAMO PF7=BAJA PF3=MENU'
             TO LEYENDAO.
           PERFORM 1100-PREPARAR-CAMPOS.
           PERFORM 3000-MOSTRAR-AVALES.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

       1100-PREPARAR-CAMPOS.
           MOVE ' AVALES Y CARTAS STANDBY' TO TITULOO.
           MOVE 'CLIENTE .........:' TO LBLCLIO.
           MOVE 'CUENTA DE CARGO .:' TO LBLCTAO.
           MOVE 'TIPO C/O/S ......:' TO LBLTIPO.
           MOVE 'BENEFICIARIO ....:' TO LBLBENO.
           MOVE 'MONEDA / IMPORTE :' TO LBLMONO.
           MOVE 'VTO. AAAA-MM-DD .:' TO LBLVTOO.
           MOVE 'CONTRAG PF/VE/OT/DB:' TO LBLCGAO.
           MOVE 'DESCRIPCION BIEN :' TO LBLCGDO.
           MOVE 'NRO. AVAL/RECLAMO:' TO LBLNROO.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 3000-MOSTRAR-AVALES

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-EMITIR-AVAL

               WHEN EIBAID = DFHPF6
                   PERFORM 2500-REGISTRAR-RECLAMO

               WHEN EIBAID = DFHPF7
                   PERFORM 2600-CANCELAR-AVAL

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' DATOS+PF5 EMITE / NRO+IMPORTE+PF6 / NRO+PF7'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - EMISION DEL AVAL                                        *
      *================================================================*
       2100-EMITIR-AVAL.
           PERFORM 2150-VALIDAR-EMISION.
           IF NO-HAY-ERRORES
               PERFORM 2400-GRABAR-AVAL
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE WS-CLIENTE TO CLIALI
                   PERFORM 3000-MOSTRAR-AVALES
                   MOVE WS-ID-AVAL TO WS-NRO-AVAL
                   INITIALIZE MSGO
                   STRING ' AVAL ' DELIMITED BY SIZE
                       WS-NRO-AVAL DELIMITED BY SIZE
                       ' EMITIDO - VENCE EL ' DELIMITED BY SIZE
                       WS-FECHA-VTO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO TIPALO BENALO MONALO MONTOALO
                   MOVE SPACES TO VTOALO CGTALO CGPALO CGVALO CGDALO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL GRABAR EL AVAL' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2150-VALIDAR-EMISION.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CLIALI) TO CLIALI.
           MOVE FUNCTION UPPER-CASE(CTAALI) TO CTAALI.
           MOVE FUNCTION UPPER-CASE(TIPALI) TO TIPALI.
           MOVE FUNCTION UPPER-CASE(BENALI) TO BENALI.
           MOVE FUNCTION UPPER-CASE(MONALI) TO MONALI.
           MOVE FUNCTION UPPER-CASE(CGTALI) TO CGTALI.
           MOVE FUNCTION UPPER-CASE(CGDALI) TO CGDALI.
           INSPECT CLIALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTAALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TIPALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BENALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONTOALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT VTOALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CGTALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CGPALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CGVALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CGDALI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CLIALC CTAALC TIPALC BENALC MONALC.
           MOVE ATTR-NORMAL TO MONTOALC VTOALC CGTALC CGPALC CGVALC.
           MOVE ATTR-NORMAL TO CGDALC.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.
           MOVE CLIALI TO WS-CLIENTE.

           EVALUATE TRUE
               WHEN WS-CLIENTE = SPACES
                   MOVE ' ERROR: INGRESE EL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CLIALC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CTAALI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA DE CARGO' TO MSGO
                   MOVE ATTR-RED TO CTAALC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7100-LEER-CUENTA
                   IF SQLCODE NOT = 0
                       MOVE ' CUENTA INEXISTENTE O DE OTRO CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO CTAALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2160-VALIDAR-DATOS-AVAL
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2170-VALIDAR-IMPORTE
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2200-VALIDAR-CONTRAGARANTIA
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2300-VALIDAR-EXPOSICION
           END-IF.
           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

       2160-VALIDAR-DATOS-AVAL.
           MOVE VTOALI TO WS-FECHA-VTO.
           EVALUATE TRUE
               WHEN TIPALI NOT = 'C' AND NOT = 'O' AND NOT = 'S'
                   MOVE ' ERROR: TIPO C=CUMPLIMIENTO O=OFERTA S=STANDBY'
                     TO MSGO
                   MOVE ATTR-RED TO TIPALC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BENALI = SPACES
                   MOVE ' ERROR: INGRESE EL BENEFICIARIO' TO MSGO
                   MOVE ATTR-RED TO BENALC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7130-VALIDAR-FECHA
                   IF SQLCODE NOT = 0
                       MOVE ' ERROR: VENCIMIENTO INVALIDO (AAAA-MM-DD)'
                         TO MSGO
                       MOVE ATTR-RED TO VTOALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       IF WS-FECHA-VTO NOT > WS-FECHA-NEGOCIO
                           MOVE ' ERROR: EL VENCIMIENTO DEBE SER FUTURO'
                             TO MSGO
                           MOVE ATTR-RED TO VTOALC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      * Moneda en blanco = la de la cuenta. El equivalente en la
      * moneda de la cuenta es lo que pesa en la exposicion y la
      * base de la comision (MONTO * TASA_ORIGEN / TASA_DESTINO,
      * como PBNKT).
       2170-VALIDAR-IMPORTE.
           IF MONALI = SPACES
               MOVE HV-MONEDA-CTA TO MONALI
           END-IF.
           MOVE MONALI TO WS-MONEDA.
           MOVE MONTOALI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-AVAL
           END-IF.
           IF SW-VAL-ERROR = 'S' OR WS-MONTO-AVAL NOT > 0
               MOVE ' ERROR: IMPORTE INVALIDO' TO MSGO
               MOVE ATTR-RED TO MONTOALC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               IF WS-MONEDA = HV-MONEDA-CTA
                   MOVE WS-MONTO-AVAL TO WS-MONTO-CTA
               ELSE
                   MOVE WS-MONEDA TO HV-CODIGO-MONEDA
                   PERFORM 7110-LEER-DIVISA
                   MOVE HV-TASA-A-BASE TO WS-TASA-ORIGEN
                   IF SQLCODE = 0
                       MOVE HV-MONEDA-CTA TO HV-CODIGO-MONEDA
                       PERFORM 7110-LEER-DIVISA
                       MOVE HV-TASA-A-BASE TO WS-TASA-DESTINO
                   END-IF
                   IF SQLCODE NOT = 0 OR WS-TASA-DESTINO = 0
                       MOVE ' ERROR: MONEDA SIN COTIZACION' TO MSGO
                       MOVE ATTR-RED TO MONALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       COMPUTE WS-MONTO-CTA ROUNDED =
                           WS-MONTO-AVAL * WS-TASA-ORIGEN
                           / WS-TASA-DESTINO
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * 2200 - CONTRAGARANTIA                                          *
      *================================================================*
       2200-VALIDAR-CONTRAGARANTIA.
           MOVE CGTALI TO WS-TIPO-CGAR.
           MOVE 0 TO WS-MONTO-CGAR.
           MOVE SPACES TO WS-DESCRIP-CGAR.
           EVALUATE WS-TIPO-CGAR
               WHEN 'PF'
                   PERFORM 2210-VALIDAR-PLAZO-FIJO
               WHEN 'VE'
               WHEN 'OT'
                   PERFORM 2220-VALIDAR-BIEN
               WHEN 'DB'
                   PERFORM 2230-VALIDAR-DEPOSITO
               WHEN OTHER
                   MOVE ' ERROR: CONTRAGARANTIA PF, VE, OT O DB'
                     TO MSGO
                   MOVE ATTR-RED TO CGTALC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

           IF NO-HAY-ERRORES
               IF WS-MONTO-CGAR * 100 < WS-MONTO-CTA * WS-COBERTURA-PCT
                   MOVE ' ERROR: LA CONTRAGARANTIA NO CUBRE EL MINIMO'
                     TO MSGO
                   MOVE ATTR-RED TO CGPALC CGVALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Plazo fijo vigente del mismo cliente y no prendado ya (ni a
      * un prestamo ni a otro aval): vale su capital.
       2210-VALIDAR-PLAZO-FIJO.
           IF CGPALI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NRO. DE PLAZO FIJO (9 DIG.)'
                 TO MSGO
               MOVE ATTR-RED TO CGPALC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE CGPALI TO WS-ID-PLAZO
               PERFORM 7140-LEER-PLAZO-FIJO
               IF SQLCODE NOT = 0
                   MOVE ' PLAZO FIJO INEXISTENTE, VENCIDO O DE OTRO'
                     TO MSGO
                   MOVE ATTR-RED TO CGPALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   PERFORM 7150-CONTAR-PRENDAS
                   IF WS-CANT-PRENDAS > 0
                       MOVE ' EL PLAZO FIJO YA ESTA PRENDADO' TO MSGO
                       MOVE ATTR-RED TO CGPALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE HV-MONTO-PLZF TO WS-MONTO-CGAR
                       MOVE 'PLAZO FIJO PRENDADO AVAL'
                         TO WS-DESCRIP-CGAR
                   END-IF
               END-IF
           END-IF.

       2220-VALIDAR-BIEN.
           MOVE CGVALI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-CGAR
           END-IF.
           EVALUATE TRUE
               WHEN SW-VAL-ERROR = 'S' OR WS-MONTO-CGAR NOT > 0
                   MOVE ' ERROR: VALUACION INVALIDA' TO MSGO
                   MOVE ATTR-RED TO CGVALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN CGDALI = SPACES
                   MOVE ' ERROR: DESCRIBA EL BIEN EN GARANTIA' TO MSGO
                   MOVE ATTR-RED TO CGDALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   MOVE CGDALI TO WS-DESCRIP-CGAR
           END-EVALUATE.

      * Deposito bloqueado en la cuenta de cargo: el importe debe
      * estar disponible (criterio de PBNKX: saldo menos
      * retenciones activas y embargos).
       2230-VALIDAR-DEPOSITO.
           MOVE CGVALI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-CGAR
           END-IF.
           IF SW-VAL-ERROR = 'S' OR WS-MONTO-CGAR NOT > 0
               MOVE ' ERROR: IMPORTE A BLOQUEAR INVALIDO' TO MSGO
               MOVE ATTR-RED TO CGVALC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7160-LEER-RETENIDO-DISP
               PERFORM 7170-LEER-EMBARGADO
               COMPUTE WS-DISPONIBLE = HV-SALDO-CTA
                   - WS-RETENIDO-ACTIVO - WS-EMBARGADO-ACTIVO
               IF WS-DISPONIBLE < WS-MONTO-CGAR
                   MOVE ' ERROR: FONDOS INSUFICIENTES PARA BLOQUEAR'
                     TO MSGO
                   MOVE ATTR-RED TO CGVALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE 'DEPOSITO BLOQUEADO AVAL' TO WS-DESCRIP-CGAR
               END-IF
           END-IF.

      *================================================================*
      * 2300 - TOPE DE CONCENTRACION                                   *
      *================================================================*
      * A diferencia del aviso de PBNKLO, aca es un rechazo: con el
      * aval la exposicion del grupo (o del cliente suelto) no
      * puede pasar el limite.
       2300-VALIDAR-EXPOSICION.
           MOVE WS-CLIENTE TO WS-GRE-USUARIO.
           PERFORM 9610-BUSCAR-GRUPO-CLIENTE.
           IF SQLCODE = 0
               IF GRE-HALLADO
                   PERFORM 9615-CALCULAR-EXPOSICION
               ELSE
                   PERFORM 9616-CALCULAR-EXPOSICION-CLIENTE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9620-LEER-LIMITE-CONCENTRACION
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR CALCULANDO LA EXPOSICION' TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-GRE-TOTAL + WS-MONTO-CTA > WS-GRE-LIMITE
                   AND GRE-HALLADO
                   MOVE ' RECHAZADO: EXCEDE EL LIMITE DEL GRUPO'
                     TO MSGO
                   MOVE ATTR-RED TO MONTOALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-GRE-TOTAL + WS-MONTO-CTA > WS-GRE-LIMITE
                   MOVE ' RECHAZADO: EXCEDE EL LIMITE DEL CLIENTE'
                     TO MSGO
                   MOVE ATTR-RED TO MONTOALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Contragarantia, aval y alta en cuentas de orden en la misma
      * unidad de trabajo.
       2400-GRABAR-AVAL.
           MOVE 0 TO WS-ID-GARANTIA WS-ID-RETENCION.
           IF WS-TIPO-CGAR = 'DB'
               PERFORM 7200-INSERTAR-RETENCION
           ELSE
               PERFORM 7210-INSERTAR-GARANTIA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7250-INSERTAR-AVAL
           END-IF.
           IF SQLCODE = 0
               MOVE WS-ID-AVAL   TO HV-ID-AVAL-EVAV
               MOVE WS-MONTO-CTA TO HV-MONTO-EVAV
               MOVE '{'          TO WS-TIPO-EVENTO
               PERFORM 7280-INSERTAR-EVENTO
           END-IF.

      *================================================================*
      * 2500 - RECLAMO DEL BENEFICIARIO                                *
      *================================================================*
       2500-REGISTRAR-RECLAMO.
           INSPECT NROALI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT RECALI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO NROALC RECALC.
           MOVE 'N' TO SW-ERRORES.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           IF NROALI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NUMERO DE AVAL (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO NROALC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE NROALI TO WS-NRO-AVAL
               PERFORM 7300-LEER-AVAL
               MOVE RECALI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR NOT = 'S'
                   MOVE WS-VAL-SALIDA-V TO WS-MONTO-RECLAMO
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0 OR HV-ESTADO-AVAL NOT = 'V'
                       MOVE ' NO HAY UN AVAL VIGENTE CON ESE NUMERO'
                         TO MSGO
                       MOVE ATTR-RED TO NROALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN HV-FECHA-VTO-AVAL < WS-FECHA-NEGOCIO
                       MOVE ' RECLAMO FUERA DE TERMINO: AVAL VENCIDO'
                         TO MSGO
                       MOVE ATTR-RED TO NROALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN SW-VAL-ERROR = 'S' OR WS-MONTO-RECLAMO NOT > 0
                       MOVE ' ERROR: IMPORTE RECLAMADO INVALIDO'
                         TO MSGO
                       MOVE ATTR-RED TO RECALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN WS-MONTO-RECLAMO > HV-MONTO-AVAL
                       MOVE ' ERROR: EL RECLAMO SUPERA EL IMPORTE'
                         TO MSGO
                       MOVE ATTR-RED TO RECALC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7350-MARCAR-RECLAMO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-USUARIO-AVAL TO CLIALI
                   PERFORM 3000-MOSTRAR-AVALES
                   MOVE ' RECLAMO REGISTRADO - SE LIQUIDA AL CIERRE'
                     TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO NROALO RECALO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR EL RECLAMO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2600 - DEVOLUCION ANTICIPADA DEL AVAL                          *
      *================================================================*
      * Solo un aval vigente sin reclamo. La comision ya cobrada no
      * se devuelve.
       2600-CANCELAR-AVAL.
           INSPECT NROALI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO NROALC.
           IF NROALI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NUMERO DE AVAL (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO NROALC MSGC
           ELSE
               MOVE NROALI TO WS-NRO-AVAL
               PERFORM 7020-LEER-FECHA-NEGOCIO
               PERFORM 7300-LEER-AVAL
               IF SQLCODE = 0 AND HV-ESTADO-AVAL NOT = 'V'
                   MOVE 100 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   PERFORM 7400-CANCELAR-AVAL
               END-IF
               IF SQLCODE = 0
                   PERFORM 7450-LIBERAR-CONTRAGARANTIA
               END-IF
               IF SQLCODE = 0
                   MOVE HV-ID-AVAL        TO HV-ID-AVAL-EVAV
                   MOVE HV-MONTO-CTA-AVAL TO HV-MONTO-EVAV
                   MOVE '}'               TO WS-TIPO-EVENTO
                   PERFORM 7280-INSERTAR-EVENTO
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE HV-USUARIO-AVAL TO CLIALI
                       PERFORM 3000-MOSTRAR-AVALES
                       MOVE ' AVAL DEVUELTO - CONTRAGARANTIA LIBERADA'
                         TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO NROALO
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' NO HAY UN AVAL VIGENTE SIN RECLAMO'
                         TO MSGO
                       MOVE ATTR-RED TO NROALC MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL DAR DE BAJA EL AVAL' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - CONDICIONES Y LISTA DE AVALES                           *
      *================================================================*
       3000-MOSTRAR-AVALES.
           PERFORM 7050-LEER-PARAMETROS.
           MOVE WS-COMISION-PCT  TO WS-LI-COMISION.
           MOVE WS-COBERTURA-PCT TO WS-LI-COBERTURA.
           MOVE WS-LINEA-INFO TO INFOALO.

           INSPECT CLIALI REPLACING ALL LOW-VALUES BY SPACES.
           IF CLIALI NOT = SPACES
               SET LISTA-CLIENTE TO TRUE
               MOVE FUNCTION UPPER-CASE(CLIALI) TO WS-FILTRO-USUARIO
           ELSE
               SET LISTA-SUCURSAL TO TRUE
               MOVE CG-SUCURSAL-ID TO WS-FILTRO-SUC
           END-IF.

           MOVE SPACES TO AVL1O AVL2O AVL3O AVL4O AVL5O.
           MOVE WS-LINEA-CABECERA TO LINEA2O.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-AVALES.
           PERFORM 7750-FETCH-AVAL.
           PERFORM 3100-VOLCAR-AVAL
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 5.
           PERFORM 7780-CERRAR-CURSOR-AVALES.
           IF WS-INDICE = 0
               IF LISTA-SUCURSAL
                   MOVE ' LA SUCURSAL NO TIENE AVALES VIGENTES'
                     TO AVL1O
               ELSE
                   MOVE ' EL CLIENTE NO TIENE AVALES' TO AVL1O
               END-IF
           END-IF.

       3100-VOLCAR-AVAL.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-AVAL        TO WS-LA-NUMERO.
           MOVE HV-USUARIO-AVAL   TO WS-LA-CLIENTE.
           MOVE HV-TIPO-AVAL      TO WS-LA-TIPO.
           MOVE HV-BENEF-AVAL     TO WS-LA-BENEFICIARIO.
           MOVE HV-MONEDA-AVAL    TO WS-LA-MONEDA.
           MOVE HV-MONTO-AVAL     TO WS-LA-IMPORTE.
           MOVE HV-FECHA-VTO-AVAL TO WS-LA-VENCIMIENTO.
           EVALUATE HV-ESTADO-AVAL
               WHEN 'V' MOVE 'VIGENTE  ' TO WS-ESTADO-DESC
               WHEN 'R' MOVE 'RECLAMADO' TO WS-ESTADO-DESC
               WHEN 'E' MOVE 'EJECUTADO' TO WS-ESTADO-DESC
               WHEN 'L' MOVE 'VENCIDO  ' TO WS-ESTADO-DESC
               WHEN 'C' MOVE 'DEVUELTO ' TO WS-ESTADO-DESC
               WHEN OTHER MOVE HV-ESTADO-AVAL TO WS-ESTADO-DESC
           END-EVALUATE.
           MOVE WS-ESTADO-DESC TO WS-LA-ESTADO.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-AVAL TO AVL1O
               WHEN 2 MOVE WS-LINEA-AVAL TO AVL2O
               WHEN 3 MOVE WS-LINEA-AVAL TO AVL3O
               WHEN 4 MOVE WS-LINEA-AVAL TO AVL4O
               WHEN 5 MOVE WS-LINEA-AVAL TO AVL5O
           END-EVALUATE.
           PERFORM 7750-FETCH-AVAL.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPAL') MAPSET('BKALMP')
                        FROM(BKMAPALO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPAL') MAPSET('BKALMP')
                        FROM(BKMAPALO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPAL') MAPSET('BKALMP')
               INTO(BKMAPALI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO
               INTO :HV-FECHA-NEGOCIO
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

       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COMISION_AVAL_PCT'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-COMISION-PCT
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'COBERTURA_MINIMA_AVAL_PCT'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-COBERTURA-PCT
           END-IF.

      * Cuenta de cargo del cliente (titular de CUENTAS).
       7100-LEER-CUENTA.
           MOVE CTAALI     TO HV-NUMERO-CUENTA.
           MOVE WS-CLIENTE TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7110-LEER-DIVISA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.

       7130-VALIDAR-FECHA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-VTO), ISO)
               INTO :WS-DUMMY-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-DUMMY-FECHA TO WS-FECHA-VTO
           END-IF.

       7140-LEER-PLAZO-FIJO.
           MOVE WS-ID-PLAZO TO HV-ID-PLZF.
           MOVE WS-CLIENTE  TO HV-USUARIO-PLZF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT MONTO INTO :HV-MONTO-PLZF
               FROM IBMUSER.PLAZOS_FIJOS
               WHERE ID_PLAZO = :HV-ID-PLZF
                 AND USUARIO  = :HV-USUARIO-PLZF
                 AND ESTADO   = 'A'
           END-EXEC.

      * Misma consulta de prenda que PBNKPV/PBNKPF.
       7150-CONTAR-PRENDAS.
           MOVE 0 TO WS-CANT-PRENDAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PRENDAS
               FROM IBMUSER.GARANTIAS
               WHERE ID_PLAZO = :HV-ID-PLZF
                 AND TIPO_GARANTIA = 'PF'
                 AND ESTADO = 'A'
           END-EXEC.

       7160-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND ESTADO = 'A'
           END-EXEC.

       7170-LEER-EMBARGADO.
           MOVE 0 TO WS-EMBARGADO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
               INTO :WS-EMBARGADO-ACTIVO
               FROM IBMUSER.ORDENES_LEGALES
               WHERE ESTADO = 'A'
                 AND (CUENTA_NUM = :HV-NUMERO-CUENTA
                   OR (CUENTA_NUM = ' '
                       AND USUARIO = :WS-CLIENTE))
           END-EXEC.

      * Deposito bloqueado: retencion normal (ID_MOV 0) sin fecha
      * de liberacion real; la libera solo el circuito del aval.
       7200-INSERTAR-RETENCION.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-RDIS.
           MOVE WS-CLIENTE       TO HV-USUARIO-RDIS.
           MOVE 0                TO HV-ID-MOV-RDIS.
           MOVE WS-MONTO-CGAR    TO HV-MONTO-RDIS.
           MOVE WC-FECHA-SIN-VTO TO HV-FECHA-LIB-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
               (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                FECHA_LIBERACION, ESTADO, FECHA_ALTA)
               VALUES (:HV-CUENTA-RDIS, :HV-USUARIO-RDIS,
                :HV-ID-MOV-RDIS, :HV-MONTO-RDIS,
                DATE(:HV-FECHA-LIB-RDIS), 'A', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-RETENCION
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Garantia sin prestamo (ID_PRESTAMO 0): la del aval.
       7210-INSERTAR-GARANTIA.
           MOVE 0               TO HV-ID-PRES-GARA.
           MOVE WS-TIPO-CGAR    TO HV-TIPO-GARA.
           MOVE WS-DESCRIP-CGAR TO HV-DESCRIP-GARA.
           MOVE WS-MONTO-CGAR   TO HV-VALUACION-GARA.
           MOVE CG-M-USER       TO HV-AGENTE-GARA.
           IF WS-TIPO-CGAR = 'PF'
               MOVE WS-ID-PLAZO TO HV-ID-PLAZO-GARA
           ELSE
               MOVE 0 TO HV-ID-PLAZO-GARA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GARANTIAS
               (ID_PRESTAMO, TIPO_GARANTIA, ID_PLAZO, DESCRIPCION,
                VALUACION, ESTADO, AGENTE_ID, FECHA_ALTA)
               VALUES (:HV-ID-PRES-GARA, :HV-TIPO-GARA,
                :HV-ID-PLAZO-GARA, :HV-DESCRIP-GARA,
                :HV-VALUACION-GARA, 'A', :HV-AGENTE-GARA,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-GARANTIA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * La primera comision se factura en el cierre de esta noche
      * (FECHA_PROX_COMISION = fecha de emision).
       7250-INSERTAR-AVAL.
           MOVE WS-CLIENTE       TO HV-USUARIO-AVAL.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-AVAL.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-AVAL.
           MOVE TIPALI           TO HV-TIPO-AVAL.
           MOVE BENALI           TO HV-BENEF-AVAL.
           MOVE WS-MONEDA        TO HV-MONEDA-AVAL.
           MOVE WS-MONTO-AVAL    TO HV-MONTO-AVAL.
           MOVE WS-MONTO-CTA     TO HV-MONTO-CTA-AVAL.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-EMI-AVAL.
           MOVE WS-FECHA-VTO     TO HV-FECHA-VTO-AVAL.
           MOVE WS-TIPO-CGAR     TO HV-TIPO-CGAR-AVAL.
           MOVE WS-ID-GARANTIA   TO HV-ID-GARA-AVAL.
           MOVE WS-ID-RETENCION  TO HV-ID-RET-AVAL.
           MOVE WS-MONTO-CGAR    TO HV-MONTO-CGAR-AVAL.
           MOVE WS-COMISION-PCT  TO HV-COMIS-PCT-AVAL.
           MOVE CG-M-USER        TO HV-AGENTE-AVAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.AVALES
               (USUARIO, CUENTA_NUM, SUCURSAL_ID, TIPO_AVAL,
                BENEFICIARIO, MONEDA, MONTO, MONTO_CTA,
                FECHA_EMISION, FECHA_VENCIMIENTO, TIPO_CONTRAGAR,
                ID_GARANTIA, ID_RET, MONTO_CONTRAGAR, COMISION_PCT,
                FECHA_PROX_COMISION, ESTADO, AGENTE_ID, FECHA_ALTA)
               VALUES (:HV-USUARIO-AVAL, :HV-CUENTA-AVAL,
                :HV-SUCURSAL-AVAL, :HV-TIPO-AVAL, :HV-BENEF-AVAL,
                :HV-MONEDA-AVAL, :HV-MONTO-AVAL, :HV-MONTO-CTA-AVAL,
                DATE(:HV-FECHA-EMI-AVAL), DATE(:HV-FECHA-VTO-AVAL),
                :HV-TIPO-CGAR-AVAL, :HV-ID-GARA-AVAL,
                :HV-ID-RET-AVAL, :HV-MONTO-CGAR-AVAL,
                :HV-COMIS-PCT-AVAL, DATE(:HV-FECHA-EMI-AVAL), 'V',
                :HV-AGENTE-AVAL, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-AVAL
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Cuentas de orden: el llamador carga HV-ID-AVAL-EVAV,
      * HV-MONTO-EVAV y WS-TIPO-EVENTO ('{' alta / '}' baja). Alta
      * y baja van a la sucursal emisora del aval.
       7280-INSERTAR-EVENTO.
           MOVE WS-TIPO-EVENTO   TO HV-TIPO-OPER-EVAV.
           MOVE HV-SUCURSAL-AVAL TO HV-SUCURSAL-EVAV.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG-EVAV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_AVAL
               (ID_AVAL, TIPO_OPER, MONTO, SUCURSAL_ID,
                FECHA_NEGOCIO, FECHA)
               VALUES (:HV-ID-AVAL-EVAV, :HV-TIPO-OPER-EVAV,
                :HV-MONTO-EVAV, :HV-SUCURSAL-EVAV,
                DATE(:HV-FECHA-NEG-EVAV), CURRENT TIMESTAMP)
           END-EXEC.

       7300-LEER-AVAL.
           MOVE WS-NRO-AVAL TO HV-ID-AVAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, SUCURSAL_ID, MONTO, MONTO_CTA,
                      CHAR(FECHA_VENCIMIENTO, ISO), TIPO_CONTRAGAR,
                      ID_GARANTIA, ID_RET, ESTADO
               INTO :HV-USUARIO-AVAL, :HV-SUCURSAL-AVAL,
                    :HV-MONTO-AVAL,
                    :HV-MONTO-CTA-AVAL, :HV-FECHA-VTO-AVAL,
                    :HV-TIPO-CGAR-AVAL, :HV-ID-GARA-AVAL,
                    :HV-ID-RET-AVAL, :HV-ESTADO-AVAL
               FROM IBMUSER.AVALES
               WHERE ID_AVAL = :HV-ID-AVAL
           END-EXEC.

       7350-MARCAR-RECLAMO.
           MOVE WS-MONTO-RECLAMO TO HV-RECLAMO-AVAL.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-RECL-AVAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.AVALES
               SET ESTADO = 'R',
                   MONTO_RECLAMO = :HV-RECLAMO-AVAL,
                   FECHA_RECLAMO = DATE(:HV-FECHA-RECL-AVAL),
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_AVAL = :HV-ID-AVAL
                 AND ESTADO = 'V'
           END-EXEC.

       7400-CANCELAR-AVAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.AVALES
               SET ESTADO = 'C',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_AVAL = :HV-ID-AVAL
                 AND ESTADO = 'V'
           END-EXEC.

      * Retencion o garantia ya liberada: la baja sigue igual.
       7450-LIBERAR-CONTRAGARANTIA.
           IF HV-TIPO-CGAR-AVAL = 'DB'
               MOVE HV-ID-RET-AVAL TO HV-ID-RDIS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
                   SET ESTADO = 'L'
                   WHERE ID_RET = :HV-ID-RDIS
                     AND ESTADO = 'A'
               END-EXEC
           ELSE
               MOVE HV-ID-GARA-AVAL TO HV-ID-GARA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.GARANTIAS
                   SET ESTADO = 'L',
                       FECHA_LIBERACION = CURRENT TIMESTAMP
                   WHERE ID_GARANTIA = :HV-ID-GARA
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Dos vistas: los del cliente (el mas reciente primero) o los
      * vivos de la sucursal (el mas proximo a vencer primero).
       7700-ABRIR-CURSOR-AVALES.
           EXEC SQL DECLARE CUR-AVALES-CLI CURSOR FOR
               SELECT ID_AVAL, USUARIO, TIPO_AVAL, BENEFICIARIO,
                      MONEDA, MONTO, CHAR(FECHA_VENCIMIENTO, ISO),
                      ESTADO
               FROM IBMUSER.AVALES
               WHERE USUARIO = :WS-FILTRO-USUARIO
               ORDER BY ID_AVAL DESC
           END-EXEC.
           EXEC SQL DECLARE CUR-AVALES-SUC CURSOR FOR
               SELECT ID_AVAL, USUARIO, TIPO_AVAL, BENEFICIARIO,
                      MONEDA, MONTO, CHAR(FECHA_VENCIMIENTO, ISO),
                      ESTADO
               FROM IBMUSER.AVALES
               WHERE SUCURSAL_ID = :WS-FILTRO-SUC
                 AND ESTADO IN ('V', 'R')
               ORDER BY FECHA_VENCIMIENTO, ID_AVAL
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL OPEN CUR-AVALES-SUC END-EXEC
           ELSE
               EXEC SQL OPEN CUR-AVALES-CLI END-EXEC
           END-IF.

       7750-FETCH-AVAL.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL FETCH CUR-AVALES-SUC
                   INTO :HV-ID-AVAL, :HV-USUARIO-AVAL,
                        :HV-TIPO-AVAL, :HV-BENEF-AVAL,
                        :HV-MONEDA-AVAL, :HV-MONTO-AVAL,
                        :HV-FECHA-VTO-AVAL, :HV-ESTADO-AVAL
               END-EXEC
           ELSE
               EXEC SQL FETCH CUR-AVALES-CLI
                   INTO :HV-ID-AVAL, :HV-USUARIO-AVAL,
                        :HV-TIPO-AVAL, :HV-BENEF-AVAL,
                        :HV-MONEDA-AVAL, :HV-MONTO-AVAL,
                        :HV-FECHA-VTO-AVAL, :HV-ESTADO-AVAL
               END-EXEC
           END-IF.

       7780-CERRAR-CURSOR-AVALES.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL CLOSE CUR-AVALES-SUC END-EXEC
           ELSE
               EXEC SQL CLOSE CUR-AVALES-CLI END-EXEC
           END-IF.

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
       COPY CPYGREP.
       COPY CPYRTMP.
