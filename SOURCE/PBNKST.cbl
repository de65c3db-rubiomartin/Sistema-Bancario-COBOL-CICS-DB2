       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKST.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKST                                 **
      ** TITULO ...........: RETIRO SIN TARJETA                     **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del cliente (PF11 desde PBNKTM, Mis tarjetas)   **
      **   para retirar efectivo en un cajero sin la tarjeta (la    **
      **   perdio, o manda el efectivo a un familiar).              **
      ** - PF5 = generar: reserva el monto de una cuenta propia en  **
      **   la moneda base (hasta MAXIMO_RETIRO_ST, en multiplos de  **
      **   MULTIPLO_RETIRO_ST, contra el disponible = SALDO menos   **
      **   retenciones activas) con una retencion normal de         **
      **   IBMUSER.RETENCIONES_DISP, y da de alta el retiro en      **
      **   IBMUSER.RETIROS_SIN_TARJETA con un codigo de 6 digitos   **
      **   de un solo uso que vence a VIGENCIA_RETIRO_ST_MIN        **
      **   minutos. Del codigo solo se guarda el digest (CPYHSHPD,  **
      **   sal = USUARIO); el codigo viaja una vez, con el numero   **
      **   de retiro, al telefono registrado (PREFERENCIAS_         **
      **   CONTACTO.TELEFONO, obligatorio) por la bandeja IBMUSER.  **
      **   NOTIFICACIONES (TIPO_NOTIF 'R', despacho de PBNKND).     **
      **   No se muestra en pantalla. Un retiro pendiente por vez.  **
      ** - PF6 = anular el retiro pendiente tecleado: la reserva    **
      **   vuelve al disponible en el acto.                         **
      ** - El cajero lo paga SOURCE/PBNKAU.cbl (debito 'Z') y       **
      **   BATCH/PBNKRV.cbl libera las reservas de los codigos que  **
      **   vencieron sin usarse.                                    **
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
       COPY BKSTMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CICSATTR.
       COPY CPYHSHWD.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLRSTJ END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLPREF END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-MONTO-RETIRO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RETENIDO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE         PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-COCIENTE           PIC S9(9) COMP VALUE 0.
           05 WS-RESTO              PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-PENDIENTES         PIC S9(9) COMP VALUE 0.
           05 WS-FECHA-LIBERACION   PIC X(10) VALUE SPACES.
           05 WS-ID-RETENCION       PIC S9(9) COMP VALUE 0.
           05 WS-ID-RETIRO          PIC S9(9) COMP VALUE 0.
           05 WS-NRO-RETIRO         PIC 9(09) VALUE 0.
           05 WS-HORA-VENCE         PIC X(05) VALUE SPACES.
           05 WS-FECHA-VENCE        PIC X(16) VALUE SPACES.
           05 WS-IMPORTE-EDIT       PIC Z.ZZZ.ZZ9,99.
           05 WS-ESTADO-DESC        PIC X(10) VALUE SPACES.
      * Codigo de un solo uso: se arma aca y solo sale en el aviso.
           05 WS-CODIGO-NUM         PIC 9(06) VALUE 0.
           05 WS-CODIGO-X REDEFINES WS-CODIGO-NUM PIC X(06).
      * Parametros (valores de fabrica; IBMUSER.PARAMETROS manda).
           05 WS-VIGENCIA-MIN       PIC S9(4) COMP VALUE 30.
           05 WS-MAXIMO-RETIRO      PIC S9(8)V9(2) COMP-3 VALUE 500.
           05 WS-MULTIPLO-RETIRO    PIC S9(8)V9(2) COMP-3 VALUE 20.

       01  WS-LINEA-INFO.
           05 FILLER                PIC X(10) VALUE ' MAXIMO $'.
           05 WS-LI-MAXIMO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(16) VALUE
              ' EN MULTIPLOS DE'.
           05 WS-LI-MULTIPLO        PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(16) VALUE
              ' - CODIGO VALIDO'.
           05 WS-LI-VIGENCIA        PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE ' MIN'.

       01  WS-LINEA-RETIRO.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LR-NUMERO          PIC 9(09).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-CUENTA          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-IMPORTE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-ESTADO          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-VENCE           PIC X(16).
           05 FILLER                PIC X(4)  VALUE SPACES.

      * Texto del aviso: los primeros 24 bytes son los que el
      * despacho de PBNKND pasa al gateway (numero y codigo).
       01  WS-TEXTO-AVISO.
           05 FILLER                PIC X(04) VALUE 'RET '.
           05 WS-TA-NUMERO          PIC 9(09).
           05 FILLER                PIC X(05) VALUE ' COD '.
           05 WS-TA-CODIGO          PIC X(06).
           05 FILLER                PIC X(07) VALUE ' VENCE '.
           05 WS-TA-VENCE           PIC X(05).
           05 FILLER                PIC X(24) VALUE SPACES.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKST'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKST'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPST'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKSTMP'.
           03  WC-MONEDA-BASE       PIC X(3)  VALUE 'USD'.

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
           MOVE LOW-VALUES TO BKMAPSTO.
           MOVE ' ENTER=ACTUALIZAR PF5=GENERAR PF6=ANULAR PF3=TARJETAS'
             TO LEYENDAO.
           PERFORM 3000-MOSTRAR-RETIROS.
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
                   PERFORM 3000-MOSTRAR-RETIROS

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-GENERAR-RETIRO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-ANULAR-RETIRO

               WHEN EIBAID = DFHPF3
                   PERFORM 9050-VOLVER-A-TARJETAS

               WHEN EIBAID = DFHPF1
                   MOVE ' CUENTA Y MONTO + PF5 / NUMERO DE RETIRO + PF6'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - RESERVA DEL MONTO Y EMISION DEL CODIGO                  *
      *================================================================*
       2100-GENERAR-RETIRO.
           PERFORM 2150-VALIDAR-RETIRO.
           IF NO-HAY-ERRORES
               PERFORM 2200-RESERVAR-RETIRO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3000-MOSTRAR-RETIROS
                   MOVE WS-ID-RETIRO TO WS-NRO-RETIRO
                   INITIALIZE MSGO
                   STRING ' RETIRO ' DELIMITED BY SIZE
                       WS-NRO-RETIRO DELIMITED BY SIZE
                       ' VENCE ' DELIMITED BY SIZE
                       WS-HORA-VENCE DELIMITED BY SIZE
                       ' - CODIGO ENVIADO A SU TELEFONO'
                       DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO MONTOSTO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL RESERVAR EL RETIRO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2150-VALIDAR-RETIRO.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CTASTI) TO CTASTI.
           INSPECT CTASTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONTOSTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CTASTC MONTOSTC.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.

           EVALUATE TRUE
               WHEN CTASTI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA A DEBITAR' TO MSGO
                   MOVE ATTR-RED TO CTASTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7100-LEER-CUENTA-PROPIA
                   IF SQLCODE NOT = 0
                       MOVE ' CUENTA INEXISTENTE O NO ES SUYA' TO MSGO
                       MOVE ATTR-RED TO CTASTC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       IF HV-MONEDA-CTA NOT = WC-MONEDA-BASE
                           MOVE ' ERROR: LA CUENTA ES DE OTRA MONEDA'
                             TO MSGO
                           MOVE ATTR-RED TO CTASTC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2160-VALIDAR-MONTO
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2170-VALIDAR-CLIENTE
           END-IF.
           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

       2160-VALIDAR-MONTO.
           MOVE MONTOSTI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-RETIRO
               DIVIDE WS-MONTO-RETIRO BY WS-MULTIPLO-RETIRO
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
           END-IF.
           EVALUATE TRUE
               WHEN SW-VAL-ERROR = 'S'
                   MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONTOSTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-MONTO-RETIRO NOT > 0
                   OR WS-MONTO-RETIRO > WS-MAXIMO-RETIRO
                   OR WS-RESTO NOT = 0
                   MOVE ' ERROR: MONTO FUERA DE TOPE O DE MULTIPLO'
                     TO MSGO
                   MOVE ATTR-RED TO MONTOSTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7150-LEER-RETENIDO-DISP
                   COMPUTE WS-DISPONIBLE =
                       HV-SALDO-CTA - WS-RETENIDO-ACTIVO
                   IF WS-DISPONIBLE < WS-MONTO-RETIRO
                       MOVE ' ERROR: FONDOS DISPONIBLES INSUFICIENTES'
                         TO MSGO
                       MOVE ATTR-RED TO MONTOSTC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
           END-EVALUATE.

      * Sin telefono registrado el codigo no tiene adonde llegar; un
      * retiro pendiente por cliente.
       2170-VALIDAR-CLIENTE.
           PERFORM 7160-LEER-TELEFONO.
           IF SQLCODE NOT = 0 OR HV-TELEFONO-PREF = SPACES
               MOVE ' REGISTRE SU TELEFONO EN PREFERENCIAS (MENU P)'
                 TO MSGO
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7170-CONTAR-PENDIENTES
               IF WS-PENDIENTES > 0
                   MOVE ' YA TIENE UN RETIRO PENDIENTE - ANULELO ANTES'
                     TO MSGO
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Retencion, retiro y aviso en la misma unidad de trabajo: no
      * queda reserva sin codigo ni codigo sin aviso.
       2200-RESERVAR-RETIRO.
           PERFORM 9700-GENERAR-CODIGO.
           MOVE WS-CODIGO-X TO WS-HASH-STR-IN.
           MOVE CG-M-USER   TO WS-HASH-SALT-IN.
           PERFORM 9960-CALCULAR-HASH.
           PERFORM 7200-INSERTAR-RETENCION.
           IF SQLCODE = 0
               PERFORM 7250-INSERTAR-RETIRO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7300-ENCOLAR-AVISO
           END-IF.

      *================================================================*
      * 2300 - ANULACION DE UN RETIRO PENDIENTE                        *
      *================================================================*
       2300-ANULAR-RETIRO.
           INSPECT RETSTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO RETSTC.
           IF RETSTI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NUMERO DE RETIRO (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO RETSTC MSGC
           ELSE
               MOVE RETSTI TO WS-NRO-RETIRO
               PERFORM 7400-ANULAR-RETIRO
               IF SQLCODE = 0
                   PERFORM 7450-LIBERAR-RETENCION
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 3000-MOSTRAR-RETIROS
                       MOVE ' RETIRO ANULADO - FONDOS LIBERADOS' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO RETSTO
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' NO TIENE UN RETIRO PENDIENTE CON ESE NRO'
                         TO MSGO
                       MOVE ATTR-RED TO RETSTC MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL ANULAR EL RETIRO' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - CONDICIONES Y ULTIMOS RETIROS DEL CLIENTE               *
      *================================================================*
       3000-MOSTRAR-RETIROS.
           PERFORM 7050-LEER-PARAMETROS.
           MOVE WS-MAXIMO-RETIRO   TO WS-LI-MAXIMO.
           MOVE WS-MULTIPLO-RETIRO TO WS-LI-MULTIPLO.
           MOVE WS-VIGENCIA-MIN    TO WS-LI-VIGENCIA.
           MOVE WS-LINEA-INFO TO INFOSTO.

           MOVE SPACES TO RST1O RST2O RST3O RST4O RST5O.
           MOVE ' NUMERO     CUENTA           IMPORTE  ESTADO'
             TO LINEA2O.
           MOVE 'VENCE' TO LINEA2O(51:5).
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-RETIROS.
           PERFORM 7750-FETCH-RETIRO.
           PERFORM 3100-VOLCAR-RETIRO
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 5.
           PERFORM 7780-CERRAR-CURSOR-RETIROS.
           IF WS-INDICE = 0
               MOVE ' NO TIENE RETIROS SIN TARJETA' TO RST1O
           END-IF.

       3100-VOLCAR-RETIRO.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-RSTJ     TO WS-LR-NUMERO.
           MOVE HV-CUENTA-RSTJ TO WS-LR-CUENTA.
           MOVE HV-MONTO-RSTJ  TO WS-LR-IMPORTE.
           EVALUATE HV-ESTADO-RSTJ
               WHEN 'P' MOVE 'PENDIENTE ' TO WS-ESTADO-DESC
               WHEN 'U' MOVE 'COBRADO   ' TO WS-ESTADO-DESC
               WHEN 'V' MOVE 'VENCIDO   ' TO WS-ESTADO-DESC
               WHEN 'B' MOVE 'BLOQUEADO ' TO WS-ESTADO-DESC
               WHEN 'A' MOVE 'ANULADO   ' TO WS-ESTADO-DESC
               WHEN OTHER MOVE HV-ESTADO-RSTJ TO WS-ESTADO-DESC
           END-EVALUATE.
           MOVE WS-ESTADO-DESC TO WS-LR-ESTADO.
           MOVE HV-FECHA-VENC-RSTJ(1:10) TO WS-LR-VENCE(1:10).
           MOVE SPACE TO WS-LR-VENCE(11:1).
           MOVE HV-FECHA-VENC-RSTJ(12:5) TO WS-LR-VENCE(12:5).
           INSPECT WS-LR-VENCE(12:5) REPLACING ALL '.' BY ':'.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-RETIRO TO RST1O
               WHEN 2 MOVE WS-LINEA-RETIRO TO RST2O
               WHEN 3 MOVE WS-LINEA-RETIRO TO RST3O
               WHEN 4 MOVE WS-LINEA-RETIRO TO RST4O
               WHEN 5 MOVE WS-LINEA-RETIRO TO RST5O
           END-EVALUATE.
           PERFORM 7750-FETCH-RETIRO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPST') MAPSET('BKSTMP')
                        FROM(BKMAPSTO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPST') MAPSET('BKSTMP')
                        FROM(BKMAPSTO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPST') MAPSET('BKSTMP')
               INTO(BKMAPSTI) RESP(WA-RESPUESTA-CICS) END-EXEC.

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
               WHERE NOMBRE_PARAM = 'VIGENCIA_RETIRO_ST_MIN'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-VIGENCIA-MIN
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MAXIMO_RETIRO_ST'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MAXIMO-RETIRO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MULTIPLO_RETIRO_ST'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-MULTIPLO-RETIRO
           END-IF.

       7100-LEER-CUENTA-PROPIA.
           MOVE CTASTI    TO HV-NUMERO-CUENTA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

      * Disponible con el mismo criterio que PBNKX 7090 y PBNKAU.
       7150-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND ESTADO = 'A'
           END-EXEC.

       7160-LEER-TELEFONO.
           MOVE CG-M-USER TO HV-USUARIO-PREF.
           MOVE SPACES TO HV-TELEFONO-PREF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TELEFONO INTO :HV-TELEFONO-PREF
               FROM IBMUSER.PREFERENCIAS_CONTACTO
               WHERE USUARIO = :HV-USUARIO-PREF
           END-EXEC.

       7170-CONTAR-PENDIENTES.
           MOVE 0 TO WS-PENDIENTES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-PENDIENTES
               FROM IBMUSER.RETIROS_SIN_TARJETA
               WHERE USUARIO = :CG-M-USER
                 AND ESTADO = 'P'
                 AND FECHA_VENCIMIENTO > CURRENT TIMESTAMP
           END-EXEC.

      * Retencion normal (ID_MOV 0) como el hold de PBNKAU. La
      * libera el cajero, la anulacion o PBNKRV al vencer el codigo;
      * la fecha de liberacion (dia de negocio siguiente) es solo la
      * red de PBNKRD si el barrido no corrio.
       7200-INSERTAR-RETENCION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-NEGOCIO) + 1 DAYS, ISO)
               INTO :WS-FECHA-LIBERACION
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE HV-NUMERO-CUENTA    TO HV-CUENTA-RDIS.
           MOVE CG-M-USER           TO HV-USUARIO-RDIS.
           MOVE 0                   TO HV-ID-MOV-RDIS.
           MOVE WS-MONTO-RETIRO     TO HV-MONTO-RDIS.
           MOVE WS-FECHA-LIBERACION TO HV-FECHA-LIB-RDIS.
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

       7250-INSERTAR-RETIRO.
           MOVE CG-M-USER        TO HV-USUARIO-RSTJ.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-RSTJ.
           MOVE WS-MONTO-RETIRO  TO HV-MONTO-RSTJ.
           MOVE WS-HASH-STR-OUT  TO HV-HASH-RSTJ.
           MOVE WS-ID-RETENCION  TO HV-ID-RET-RSTJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RETIROS_SIN_TARJETA
               (USUARIO, CUENTA_NUM, MONTO, CODIGO_HASH,
                FECHA_VENCIMIENTO, ESTADO, ID_RET)
               VALUES (:HV-USUARIO-RSTJ, :HV-CUENTA-RSTJ,
                :HV-MONTO-RSTJ, :HV-HASH-RSTJ,
                CURRENT TIMESTAMP + :WS-VIGENCIA-MIN MINUTES, 'P',
                :HV-ID-RET-RSTJ)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-RETIRO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-ID-RETIRO TO HV-ID-RSTJ
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(FECHA_VENCIMIENTO)
                   INTO :HV-FECHA-VENC-RSTJ
                   FROM IBMUSER.RETIROS_SIN_TARJETA
                   WHERE ID_RETIRO = :HV-ID-RSTJ
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE HV-FECHA-VENC-RSTJ(12:5) TO WS-HORA-VENCE
               INSPECT WS-HORA-VENCE REPLACING ALL '.' BY ':'
           END-IF.

      * Aviso al propio cliente; PBNKND lo entrega al telefono.
       7300-ENCOLAR-AVISO.
           MOVE WS-ID-RETIRO    TO WS-TA-NUMERO.
           MOVE WS-CODIGO-X     TO WS-TA-CODIGO.
           MOVE WS-HORA-VENCE   TO WS-TA-VENCE.
           MOVE CG-M-USER       TO HV-ORIGEN-NOTI.
           MOVE CG-M-USER       TO HV-DESTINO-NOTI.
           MOVE WS-MONTO-RETIRO TO HV-MONTO-NOTI.
           MOVE WS-TEXTO-AVISO  TO HV-TEXTO-NOTI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO,
                FECHA_EVENTO, ESTADO, TIPO_NOTIF, TEXTO)
               VALUES (:HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                :HV-MONTO-NOTI, CURRENT TIMESTAMP, 'P', 'R',
                :HV-TEXTO-NOTI)
           END-EXEC.

       7400-ANULAR-RETIRO.
           MOVE WS-NRO-RETIRO TO HV-ID-RSTJ.
           MOVE CG-M-USER     TO HV-USUARIO-RSTJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_RET INTO :HV-ID-RET-RSTJ
               FROM IBMUSER.RETIROS_SIN_TARJETA
               WHERE ID_RETIRO = :HV-ID-RSTJ
                 AND USUARIO = :HV-USUARIO-RSTJ
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RETIROS_SIN_TARJETA
                   SET ESTADO = 'A'
                   WHERE ID_RETIRO = :HV-ID-RSTJ
                     AND ESTADO = 'P'
               END-EXEC
           END-IF.

      * Hold ya liberado (por ejemplo por PBNKRD): la anulacion
      * sigue igual.
       7450-LIBERAR-RETENCION.
           MOVE HV-ID-RET-RSTJ TO HV-ID-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
               SET ESTADO = 'L'
               WHERE ID_RET = :HV-ID-RDIS
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Un 'P' ya vencido que el barrido todavia no tomo se ve como
      * vencido.
       7700-ABRIR-CURSOR-RETIROS.
           EXEC SQL DECLARE CUR-RETIROS CURSOR FOR
               SELECT ID_RETIRO, CUENTA_NUM, MONTO,
                      CASE WHEN ESTADO = 'P'
                            AND FECHA_VENCIMIENTO <= CURRENT TIMESTAMP
                           THEN 'V' ELSE ESTADO END,
                      CHAR(FECHA_VENCIMIENTO)
               FROM IBMUSER.RETIROS_SIN_TARJETA
               WHERE USUARIO = :CG-M-USER
               ORDER BY ID_RETIRO DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-RETIROS END-EXEC.

       7750-FETCH-RETIRO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-RETIROS
               INTO :HV-ID-RSTJ, :HV-CUENTA-RSTJ, :HV-MONTO-RSTJ,
                    :HV-ESTADO-RSTJ, :HV-FECHA-VENC-RSTJ
           END-EXEC.

       7780-CERRAR-CURSOR-RETIROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-RETIROS END-EXEC.

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

      *================================================================*
      * 9700 - CODIGO DE UN SOLO USO (mismo generador que PBNKT, con   *
      * el numero de tarea para que dos pedidos del mismo instante no  *
      * reciban el mismo codigo)                                       *
      *================================================================*
       9700-GENERAR-CODIGO.
           COMPUTE WS-CODIGO-NUM =
               FUNCTION MOD((EIBTIME * 31) + EIBDATE
                            + (EIBTASKN * 7919), 1000000).

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYHSHPD.
       COPY CPYRTMP.
