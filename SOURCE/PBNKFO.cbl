       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKFO.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKFO                                 **
      ** TITULO ...........: ORDENES DE FONDOS COMUNES DE INVERSION **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del cliente (menu CUENTAS opcion F): carga      **
      **   ordenes de suscripcion ('S', por monto) y rescate        **
      **   ('R' por cuotapartes, 'T' rescate total) sobre un        **
      **   fondo de IBMUSER.FONDOS_INVERSION ('A'), contra una      **
      **   cuenta propia en la MONEDA del fondo.                    **
      ** - Dos pasos (SW-CONFIRMACION) como PBNKQC: el primer       **
      **   ENTER muestra el fondo, la tenencia y la fecha de        **
      **   cuotaparte que tomara la orden; el segundo la graba      **
      **   'P' en IBMUSER.ORDENES_FONDOS. No se debita nada en      **
      **   linea: BATCH/PBNKFD.cbl envia la orden a la sociedad     **
      **   gerente y BATCH/PBNKFV.cbl la liquida al valor de        **
      **   cuotaparte de FECHA_NAV.                                 **
      ** - FECHA_NAV: la fecha de negocio si es dia habil, el       **
      **   posteo sigue abierto y no paso la HORA_CORTE del         **
      **   fondo; si no, el dia habil siguiente (CPYFERP).          **
      ** - Suscripcion: monto >= SUSCRIPCION_MINIMA y saldo de      **
      **   la cuenta, neto de suscripciones aun sin liquidar.       **
      **   Rescate: cuotapartes de TENENCIAS_FONDOS netas de        **
      **   rescates sin liquidar; con un rescate total en           **
      **   curso no se aceptan mas rescates.                        **
      ** - PF6 anula la orden de ORDFO mientras siga 'P'.           **
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
       COPY BKFOMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYFERW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLFOND END-EXEC.
           EXEC SQL INCLUDE DCLVCPT END-EXEC.
           EXEC SQL INCLUDE DCLORFO END-EXEC.
           EXEC SQL INCLUDE DCLTENF END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-CUOTAS-EDITADO        PIC ZZZ.ZZZ.ZZ9,999999.
       01  WS-VALOR-EDITADO         PIC ZZZ.ZZ9,999999.
       01  WS-ORDEN-EDITADO         PIC Z(8)9.

       01  WS-VARIABLES-TRABAJO.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-NAV          PIC X(10) VALUE SPACES.
           05 WS-OPERACION          PIC X(01) VALUE SPACES.
              88 OPER-SUSCRIPCION             VALUE 'S'.
              88 OPER-RESCATE                 VALUE 'R'.
              88 OPER-RESCATE-TOTAL           VALUE 'T'.
           05 WS-MONTO-DECIMAL      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CUOTAS-ORDEN       PIC S9(11)V9(6) COMP-3 VALUE 0.
           05 WS-CUENTA-CLIENTE     PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
      * Suscripciones y rescates cargados que aun no liquido PBNKFV
      * ('P' o 'E'); reservan saldo y cuotapartes - ver 7150/7250.
           05 WS-SUSC-EN-CURSO      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CUOTAS-TENENCIA    PIC S9(11)V9(6) COMP-3 VALUE 0.
           05 WS-CUOTAS-EN-CURSO    PIC S9(11)V9(6) COMP-3 VALUE 0.
           05 WS-CUOTAS-DISPONIBLE  PIC S9(11)V9(6) COMP-3 VALUE 0.
           05 WS-CANT-RESC-TOTAL    PIC S9(4) COMP VALUE 0.
      * Hora de corte del fondo en HHMMSS, comparable con EIBTIME
      * (igual criterio que PBNKT 7025) - ver 7060.
           05 WS-CORTE-HH           PIC 9(02) VALUE 0.
           05 WS-CORTE-MM           PIC 9(02) VALUE 0.
           05 WS-CORTE-SS           PIC 9(02) VALUE 0.
           05 WS-CORTE-HHMMSS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-HORA-ACTUAL        PIC S9(7) COMP-3 VALUE 0.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKFO'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKFO'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPFO'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKFOMP'.

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
           MOVE LOW-VALUES TO BKMAPFOO.
           MOVE ' FONDOS COMUNES DE INVERSION' TO TITULOO.
           MOVE ' ENTER=VALIDAR PF6=ANULAR ORDEN PF3=VOLVER'
             TO LEYENDAO.
           MOVE 'N' TO SW-CONFIRMACION.
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
               WHEN EIBAID = DFHENTER AND CONFIRMACION-PENDIENTE
                   PERFORM 2500-GRABAR-ORDEN

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-ORDEN

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
                   MOVE ' ORDEN CANCELADA' TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF6 AND NOT CONFIRMACION-PENDIENTE
                   PERFORM 2700-ANULAR-ORDEN

               WHEN EIBAID = DFHPF1
                   MOVE ' OPER: S=SUSCRIBIR R=RESCATAR T=RESCATE TOTAL'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - VALIDACION Y CONFIRMACION                               *
      *================================================================*
       2100-PREPARAR-ORDEN.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7060-CALCULAR-FECHA-NAV
               INITIALIZE CONFRMO
               EVALUATE TRUE
                   WHEN OPER-SUSCRIPCION
                       MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO
                       STRING ' SUSCRIBIR ' DELIMITED BY SIZE
                           WS-MONTO-EDITADO DELIMITED BY SIZE
                           ' VCP DEL ' DELIMITED BY SIZE
                           WS-FECHA-NAV DELIMITED BY SIZE
                           '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                           INTO CONFRMO
                   WHEN OPER-RESCATE
                       MOVE WS-CUOTAS-ORDEN TO WS-CUOTAS-EDITADO
                       STRING ' RESCATAR ' DELIMITED BY SIZE
                           WS-CUOTAS-EDITADO DELIMITED BY SIZE
                           ' CP VCP DEL ' DELIMITED BY SIZE
                           WS-FECHA-NAV DELIMITED BY SIZE
                           '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                           INTO CONFRMO
                   WHEN OTHER
                       STRING ' RESCATE TOTAL AL VCP DEL '
                           DELIMITED BY SIZE
                           WS-FECHA-NAV DELIMITED BY SIZE
                           '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                           INTO CONFRMO
               END-EVALUATE
               MOVE ' CONFIRME LA ORDEN' TO MSGO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO FONDOA OPERFOA CUENFOA IMPFOA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(FONDOI) TO FONDOI.
           MOVE FUNCTION UPPER-CASE(OPERFOI) TO OPERFOI.
           INSPECT FONDOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT OPERFOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUENFOI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO FONDOC OPERFOC CUENFOC IMPFOC.
           MOVE SPACES TO NOMFONO TENFOO.
           MOVE OPERFOI TO WS-OPERACION.
           MOVE CUENFOI TO WS-CUENTA-CLIENTE.
           MOVE 0 TO WS-MONTO-DECIMAL WS-CUOTAS-ORDEN.

           MOVE IMPFOI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.

           EVALUATE TRUE
               WHEN FONDOI = SPACES
                   MOVE ' ERROR: INGRESE EL CODIGO DEL FONDO' TO MSGO
                   MOVE ATTR-RED TO FONDOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN NOT OPER-SUSCRIPCION AND NOT OPER-RESCATE
                    AND NOT OPER-RESCATE-TOTAL
                   MOVE ' ERROR: OPERACION S, R O T' TO MSGO
                   MOVE ATTR-RED TO OPERFOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-CUENTA-CLIENTE = SPACES
                   MOVE ' ERROR: INGRESE SU CUENTA' TO MSGO
                   MOVE ATTR-RED TO CUENFOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN NOT OPER-RESCATE-TOTAL
                    AND (SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA = 0)
                   MOVE ' ERROR: MONTO O CUOTAPARTES INVALIDO' TO MSGO
                   MOVE ATTR-RED TO IMPFOC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   IF OPER-SUSCRIPCION
                       MOVE WS-VAL-SALIDA-V TO WS-MONTO-DECIMAL
                   END-IF
                   IF OPER-RESCATE
                       MOVE WS-VAL-SALIDA-V TO WS-CUOTAS-ORDEN
                   END-IF
                   PERFORM 2310-VALIDAR-FONDO-CUENTA
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2320-MOSTRAR-TENENCIA
               IF OPER-SUSCRIPCION
                   PERFORM 2330-VALIDAR-SUSCRIPCION
               ELSE
                   PERFORM 2340-VALIDAR-RESCATE
               END-IF
           END-IF.

       2310-VALIDAR-FONDO-CUENTA.
           PERFORM 7050-LEER-FONDO.
           IF SQLCODE NOT = 0 OR HV-ESTADO-FON NOT = 'A'
               MOVE ' FONDO INEXISTENTE O CERRADO A NUEVAS ORDENES'
                 TO MSGO
               MOVE ATTR-RED TO FONDOC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE HV-NOMBRE-FON TO NOMFONO
               PERFORM 7100-VALIDAR-CUENTA-PROPIA
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: LA CUENTA NO ES SUYA' TO MSGO
                       MOVE ATTR-RED TO CUENFOC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN HV-MONEDA-CTA NOT = HV-MONEDA-FON
                       STRING ' ERROR: EL FONDO OPERA EN '
                           DELIMITED BY SIZE
                           HV-MONEDA-FON DELIMITED BY SIZE
                           ' - USE UNA CUENTA EN ESA MONEDA'
                           DELIMITED BY SIZE
                           INTO MSGO
                       MOVE ATTR-RED TO CUENFOC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Tenencia del cliente en el fondo, valuada al ultimo valor
      * de cuotaparte cargado.
       2320-MOSTRAR-TENENCIA.
           PERFORM 7200-LEER-TENENCIA.
           PERFORM 7210-LEER-ULTIMO-VCP.
           MOVE WS-CUOTAS-TENENCIA TO WS-CUOTAS-EDITADO.
           INITIALIZE TENFOO.
           IF HV-FECHA-VCP = SPACES
               STRING ' TENENCIA: ' DELIMITED BY SIZE
                   WS-CUOTAS-EDITADO DELIMITED BY SIZE
                   ' CP  (SIN VALOR DE CUOTAPARTE)' DELIMITED BY SIZE
                   INTO TENFOO
           ELSE
               MOVE HV-VALOR-VCP TO WS-VALOR-EDITADO
               STRING ' TENENCIA: ' DELIMITED BY SIZE
                   WS-CUOTAS-EDITADO DELIMITED BY SIZE
                   ' CP  VCP ' DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   ' AL ' DELIMITED BY SIZE
                   HV-FECHA-VCP DELIMITED BY SIZE
                   INTO TENFOO
           END-IF.

       2330-VALIDAR-SUSCRIPCION.
           PERFORM 7150-LEER-SUSC-EN-CURSO.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.
           SUBTRACT WS-SUSC-EN-CURSO FROM WS-SALDO-ACTUAL.
           EVALUATE TRUE
               WHEN WS-MONTO-DECIMAL < HV-SUSC-MIN-FON
                   MOVE HV-SUSC-MIN-FON TO WS-MONTO-EDITADO
                   STRING ' SUSCRIPCION MINIMA: ' DELIMITED BY SIZE
                       WS-MONTO-EDITADO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO IMPFOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-SALDO-ACTUAL < WS-MONTO-DECIMAL
                   MOVE ' SALDO INSUFICIENTE (NETO DE ORDENES EN CURSO)'
                     TO MSGO
                   MOVE ATTR-RED TO IMPFOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2340-VALIDAR-RESCATE.
           PERFORM 7250-LEER-RESC-EN-CURSO.
           SUBTRACT WS-CUOTAS-EN-CURSO FROM WS-CUOTAS-TENENCIA
               GIVING WS-CUOTAS-DISPONIBLE.
           EVALUATE TRUE
               WHEN WS-CANT-RESC-TOTAL > 0
                   MOVE ' YA HAY UN RESCATE TOTAL EN CURSO EN EL FONDO'
                     TO MSGO
                   MOVE ATTR-RED TO OPERFOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-CUOTAS-DISPONIBLE NOT > 0
                   MOVE ' SIN CUOTAPARTES DISPONIBLES PARA RESCATAR'
                     TO MSGO
                   MOVE ATTR-RED TO OPERFOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OPER-RESCATE
                    AND WS-CUOTAS-ORDEN > WS-CUOTAS-DISPONIBLE
                   MOVE WS-CUOTAS-DISPONIBLE TO WS-CUOTAS-EDITADO
                   STRING ' CUOTAPARTES DISPONIBLES: ' DELIMITED BY SIZE
                       WS-CUOTAS-EDITADO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO IMPFOC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================*
      * 2500 - GRABACION (SEGUNDO ENTER)                               *
      *================================================================*
       2500-GRABAR-ORDEN.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7060-CALCULAR-FECHA-NAV
               PERFORM 3000-PERSISTENCIA-DATOS
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 2700 - ANULACION DE UNA ORDEN PENDIENTE (PF6)                  *
      * Solo mientras siga 'P': una vez enviada a la sociedad gerente  *
      * (PBNKFD) ya no se puede retirar desde el banco.                *
      *================================================================*
       2700-ANULAR-ORDEN.
           MOVE ORDFOI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA = 0
               MOVE ' ERROR: INGRESE EL NUMERO DE ORDEN A ANULAR'
                 TO MSGO
               MOVE ATTR-RED TO ORDFOC
           ELSE
               MOVE WS-VAL-SALIDA-V TO HV-ID-ORFO
               PERFORM 7400-ANULAR-ORDEN
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' ORDEN ANULADA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO ORDFOO
                   WHEN SQLCODE = 100
                       MOVE ' ORDEN INEXISTENTE, AJENA O YA ENVIADA'
                         TO MSGO
                       MOVE ATTR-RED TO ORDFOC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL ANULAR LA ORDEN' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - PERSISTENCIA                                            *
      *================================================================*
       3000-PERSISTENCIA-DATOS.
           PERFORM 7300-INSERTAR-ORDEN.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-ORFO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE HV-ID-ORFO TO WS-ORDEN-EDITADO
               STRING ' ORDEN ' DELIMITED BY SIZE
                   WS-ORDEN-EDITADO DELIMITED BY SIZE
                   ' REGISTRADA - VCP DEL ' DELIMITED BY SIZE
                   WS-FECHA-NAV DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE WS-ORDEN-EDITADO TO ORDFOO
               MOVE SPACES TO OPERFOO IMPFOO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR LA ORDEN' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPFO') MAPSET('BKFOMP')
                        FROM(BKMAPFOO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPFO') MAPSET('BKFOMP')
                        FROM(BKMAPFOO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPFO') MAPSET('BKFOMP')
               INTO(BKMAPFOI) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO FONDOA OPERFOA CUENFOA IMPFOA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Fecha de negocio y bandera de cierre; sin fila sembrada se
      * opera con la fecha calendario, igual que PBNKT 7020.
       7020-VERIFICAR-POSTEO.
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
           MOVE 0 TO SQLCODE.

       7050-LEER-FONDO.
           MOVE FONDOI TO HV-CODIGO-FON.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, MONEDA, HORA_CORTE,
                           SUSCRIPCION_MINIMA, ESTADO
               INTO :HV-NOMBRE-FON, :HV-MONEDA-FON,
                    :HV-HORA-CORTE-FON, :HV-SUSC-MIN-FON,
                    :HV-ESTADO-FON
               FROM IBMUSER.FONDOS_INVERSION
               WHERE CODIGO_FONDO = :HV-CODIGO-FON
           END-EXEC.

      * La orden toma el valor de cuotaparte de la fecha de negocio
      * si entra un dia habil, antes de la HORA_CORTE del fondo y con
      * el posteo abierto; si no, el del dia habil siguiente.
       7060-CALCULAR-FECHA-NAV.
           PERFORM 7020-VERIFICAR-POSTEO.
           MOVE HV-HORA-CORTE-FON(1:2) TO WS-CORTE-HH.
           MOVE HV-HORA-CORTE-FON(4:2) TO WS-CORTE-MM.
           MOVE HV-HORA-CORTE-FON(7:2) TO WS-CORTE-SS.
           COMPUTE WS-CORTE-HHMMSS =
               WS-CORTE-HH * 10000 + WS-CORTE-MM * 100 + WS-CORTE-SS.
           MOVE EIBTIME TO WS-HORA-ACTUAL.
           MOVE WS-FECHA-NEGOCIO TO WS-FER-FECHA.
           PERFORM 9860-ES-DIA-HABIL.
           IF WS-FER-ES-HABIL NOT = 'S'
               OR POSTEO-CERRADO
               OR WS-HORA-ACTUAL >= WS-CORTE-HHMMSS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY,
                   ISO)
                   INTO :WS-FER-FECHA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               PERFORM 9870-PROXIMO-DIA-HABIL
           END-IF.
           MOVE WS-FER-FECHA TO WS-FECHA-NAV.

       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER         TO HV-USUARIO-CTA.
           MOVE WS-CUENTA-CLIENTE TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7150-LEER-SUSC-EN-CURSO.
           MOVE 0 TO WS-SUSC-EN-CURSO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-SUSC-EN-CURSO
               FROM IBMUSER.ORDENES_FONDOS
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND TIPO = 'S'
                 AND ESTADO IN ('P', 'E')
           END-EXEC.

       7200-LEER-TENENCIA.
           MOVE 0 TO WS-CUOTAS-TENENCIA.
           MOVE CG-M-USER     TO HV-USUARIO-TENF.
           MOVE HV-CODIGO-FON TO HV-CODIGO-TENF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CUOTAPARTES INTO :HV-CUOTAS-TENF
               FROM IBMUSER.TENENCIAS_FONDOS
               WHERE USUARIO = :HV-USUARIO-TENF
                 AND CODIGO_FONDO = :HV-CODIGO-TENF
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-CUOTAS-TENF TO WS-CUOTAS-TENENCIA
           END-IF.

       7210-LEER-ULTIMO-VCP.
           MOVE SPACES TO HV-FECHA-VCP.
           MOVE 0 TO HV-VALOR-VCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA, ISO), VALOR_CUOTAPARTE
               INTO :HV-FECHA-VCP, :HV-VALOR-VCP
               FROM IBMUSER.VALORES_CUOTAPARTE
               WHERE CODIGO_FONDO = :HV-CODIGO-FON
               ORDER BY FECHA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-FECHA-VCP
               MOVE 0 TO HV-VALOR-VCP
           END-IF.

      * Rescates sin liquidar del cliente en el fondo: las
      * cuotapartes parciales reservan tenencia y un rescate total
      * la toma entera.
       7250-LEER-RESC-EN-CURSO.
           MOVE 0 TO WS-CUOTAS-EN-CURSO WS-CANT-RESC-TOTAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(CUOTAPARTES), 0),
                           COALESCE(SUM(CASE WHEN RESCATE_TOTAL = 'S'
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-CUOTAS-EN-CURSO, :WS-CANT-RESC-TOTAL
               FROM IBMUSER.ORDENES_FONDOS
               WHERE USUARIO = :HV-USUARIO-TENF
                 AND CODIGO_FONDO = :HV-CODIGO-TENF
                 AND TIPO = 'R'
                 AND ESTADO IN ('P', 'E')
           END-EXEC.

       7300-INSERTAR-ORDEN.
           MOVE CG-M-USER         TO HV-USUARIO-ORFO.
           MOVE HV-CODIGO-FON     TO HV-CODIGO-ORFO.
           MOVE WS-CUENTA-CLIENTE TO HV-CUENTA-ORFO.
           MOVE 'N'               TO HV-RESC-TOT-ORFO.
           MOVE 'S'               TO HV-TIPO-ORFO.
           IF NOT OPER-SUSCRIPCION
               MOVE 'R'           TO HV-TIPO-ORFO
           END-IF.
           IF OPER-RESCATE-TOTAL
               MOVE 'S'           TO HV-RESC-TOT-ORFO
           END-IF.
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO-ORFO.
           MOVE WS-CUOTAS-ORDEN   TO HV-CUOTAS-ORFO.
           MOVE WS-FECHA-NAV      TO HV-FECHA-NAV-ORFO.
           MOVE 'P'               TO HV-ESTADO-ORFO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ORDENES_FONDOS
               (USUARIO, CODIGO_FONDO, CUENTA_NUM, TIPO,
                RESCATE_TOTAL, MONTO, CUOTAPARTES, FECHA_NAV,
                ESTADO, FECHA_ORDEN)
               VALUES (:HV-USUARIO-ORFO, :HV-CODIGO-ORFO,
                :HV-CUENTA-ORFO, :HV-TIPO-ORFO, :HV-RESC-TOT-ORFO,
                :HV-MONTO-ORFO, :HV-CUOTAS-ORFO,
                DATE(:HV-FECHA-NAV-ORFO), :HV-ESTADO-ORFO,
                CURRENT TIMESTAMP)
           END-EXEC.

       7400-ANULAR-ORDEN.
           MOVE CG-M-USER TO HV-USUARIO-ORFO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ORDENES_FONDOS
               SET ESTADO = 'A'
               WHERE ID_ORDEN = :HV-ID-ORFO
                 AND USUARIO = :HV-USUARIO-ORFO
                 AND ESTADO = 'P'
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

       COPY CPYFERP.
       COPY CPYRTMP.
