       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRY                                 **
      ** TITULO ...........: RESERVA DE RETIRO DE EFECTIVO          **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Reserva anticipada de un retiro grande por ventanilla    **
      **   (menu 1-R): el cliente, o el personal en su nombre,      **
      **   elige cuenta, sucursal, dia habil y desglose de billetes **
      **   (100/50/20/10, debe sumar el importe).                   **
      ** - PF5 = reservar: importe desde MINIMO_RESERVA_EFECTIVO,   **
      **   en la moneda base, con al menos DIAS_ANTICIPO_RESERVA    **
      **   dias habiles de anticipacion, contra el disponible =     **
      **   SALDO menos retenciones activas y embargos. El importe   **
      **   queda afectado en el acto con una retencion normal de    **
      **   IBMUSER.RETENCIONES_DISP y la reserva en IBMUSER.        **
      **   RESERVAS_EFECTIVO. Una reserva activa por cuenta y dia.  **
      ** - PF6 = anular la reserva tecleada: la retencion vuelve al **
      **   disponible en el acto.                                   **
      ** - La lista muestra las reservas del cliente; el personal   **
      **   sin cliente tecleado ve las activas de la sucursal.      **
      ** - BATCH/PBNKRB.cbl pide los billetes a la boveda central y **
      **   libera las reservas no presentadas; PBNKX la consume al  **
      **   pagar el retiro en la sucursal y el dia reservados.      **
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
       COPY BKRYMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CICSATTR.
       COPY CPYFERW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLRSEF END-EXEC.
           EXEC SQL INCLUDE DCLSUCUR END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-MINIMA       PIC X(10) VALUE SPACES.
           05 WS-FECHA-RETIRO       PIC X(10) VALUE SPACES.
           05 WS-FECHA-LIBERACION   PIC X(10) VALUE SPACES.
           05 WS-DUMMY-FECHA        PIC X(10) VALUE SPACES.
           05 WS-VUELTA             PIC S9(4) COMP VALUE 0.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-CLIENTE            PIC X(08) VALUE SPACES.
           05 WS-SUCURSAL           PIC X(04) VALUE SPACES.
           05 WS-MONTO-RESERVA      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-DESGLOSE     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RETENIDO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-EMBARGADO-ACTIVO   PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE         PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-ACTIVAS-DIA        PIC S9(9) COMP VALUE 0.
           05 WS-ID-RETENCION       PIC S9(9) COMP VALUE 0.
           05 WS-ID-RESERVA         PIC S9(9) COMP VALUE 0.
           05 WS-NRO-RESERVA        PIC 9(09) VALUE 0.
           05 WS-ESTADO-DESC        PIC X(08) VALUE SPACES.
      * Cantidad de billetes tecleada (3 posiciones, sin decimales).
           05 WS-CANT-ENTRADA       PIC X(03) VALUE SPACES.
           05 WS-CANT-LEIDA         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-100           PIC S9(9) COMP VALUE 0.
           05 WS-CANT-50            PIC S9(9) COMP VALUE 0.
           05 WS-CANT-20            PIC S9(9) COMP VALUE 0.
           05 WS-CANT-10            PIC S9(9) COMP VALUE 0.
           05 SW-CANT-ERROR         PIC X(01) VALUE 'N'.
      * Filtro de la lista: cliente, o sucursal (personal sin
      * cliente tecleado).
           05 WS-FILTRO-USUARIO     PIC X(08) VALUE SPACES.
           05 WS-FILTRO-SUC         PIC X(04) VALUE SPACES.
           05 SW-LISTA              PIC X(01) VALUE 'C'.
              88 LISTA-CLIENTE                VALUE 'C'.
              88 LISTA-SUCURSAL               VALUE 'S'.
      * Parametros (valores de fabrica; IBMUSER.PARAMETROS manda).
           05 WS-MINIMO-RESERVA     PIC S9(8)V9(2) COMP-3
                                    VALUE 10000,00.
           05 WS-DIAS-ANTICIPO      PIC S9(4) COMP VALUE 2.

       01  WS-LINEA-INFO.
           05 FILLER                PIC X(10) VALUE ' MINIMO $'.
           05 WS-LI-MINIMO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(21) VALUE
              ' - RESERVE PARA EL   '.
           05 WS-LI-FECHA           PIC X(10).
           05 FILLER                PIC X(13) VALUE ' O POSTERIOR'.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(12) VALUE ' NUMERO'.
           05 FILLER                PIC X(12) VALUE 'CUENTA'.
           05 FILLER                PIC X(06) VALUE 'SUC'.
           05 FILLER                PIC X(12) VALUE 'FECHA'.
           05 FILLER                PIC X(14) VALUE '     IMPORTE'.
           05 FILLER                PIC X(10) VALUE 'ESTADO'.
           05 FILLER                PIC X(04) VALUE 'PED'.
           05 FILLER                PIC X(08) VALUE 'CLIENTE'.

       01  WS-LINEA-RESERVA.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LR-NUMERO          PIC 9(09).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-CUENTA          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-SUCURSAL        PIC X(04).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-FECHA           PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-IMPORTE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-ESTADO          PIC X(08).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-PEDIDO          PIC X(02).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-CLIENTE         PIC X(08).

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKRY'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKRY'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPRY'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKRYMP'.
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
           MOVE LOW-VALUES TO BKMAPRYO.
           MOVE ' ENTER=ACTUALIZAR PF5=RESERVAR PF6=ANULAR PF3=MENU'
             TO LEYENDAO.
           PERFORM 1100-PREPARAR-CAMPOS.
           PERFORM 3000-MOSTRAR-RESERVAS.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      * El cliente solo reserva sobre lo propio: su id va fijo. El
      * personal teclea el cliente y parte de su propia sucursal.
       1100-PREPARAR-CAMPOS.
           MOVE ' RESERVA DE RETIRO DE EFECTIVO' TO TITULOO.
           MOVE 'CLIENTE .........:' TO LBLCLIO.
           MOVE 'CUENTA ..........:' TO LBLCTAO.
           MOVE 'SUCURSAL ........:' TO LBLSUCO.
           MOVE 'FECHA AAAA-MM-DD :' TO LBLFECO.
           MOVE 'IMPORTE .........:' TO LBLMTOO.
           MOVE 'BILL. 100/50/20/10:' TO LBLDENO.
           MOVE 'NRO. RESERVA ....:' TO LBLRESO.
           IF USUARIO-EMPLEADO
               MOVE CG-SUCURSAL-ID TO SUCRYO
           ELSE
               MOVE CG-M-USER TO CLIRYO
               MOVE ATTR-PROT TO CLIRYA
           END-IF.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 3000-MOSTRAR-RESERVAS

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-RESERVAR-EFECTIVO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-ANULAR-RESERVA

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' DATOS Y DESGLOSE + PF5 / NRO. RESERVA + PF6'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - ALTA DE LA RESERVA Y AFECTACION DE LOS FONDOS           *
      *================================================================*
       2100-RESERVAR-EFECTIVO.
           PERFORM 2150-VALIDAR-RESERVA.
           IF NO-HAY-ERRORES
               PERFORM 2200-GRABAR-RESERVA
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE WS-CLIENTE TO CLIRYI
                   PERFORM 3000-MOSTRAR-RESERVAS
                   MOVE WS-ID-RESERVA TO WS-NRO-RESERVA
                   INITIALIZE MSGO
                   STRING ' RESERVA ' DELIMITED BY SIZE
                       WS-NRO-RESERVA DELIMITED BY SIZE
                       ' PARA EL ' DELIMITED BY SIZE
                       WS-FECHA-RETIRO DELIMITED BY SIZE
                       ' - FONDOS AFECTADOS' DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO MONTORYO FECRYO
                   MOVE SPACES TO C100RYO C50RYO C20RYO C10RYO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL GRABAR LA RESERVA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2150-VALIDAR-RESERVA.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CLIRYI) TO CLIRYI.
           MOVE FUNCTION UPPER-CASE(CTARYI) TO CTARYI.
           MOVE FUNCTION UPPER-CASE(SUCRYI) TO SUCRYI.
           INSPECT CLIRYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTARYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SUCRYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FECRYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONTORYI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CLIRYC CTARYC SUCRYC FECRYC MONTORYC.
           MOVE ATTR-NORMAL TO C100RYC C50RYC C20RYC C10RYC.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7060-CALCULAR-FECHA-MINIMA.
           IF USUARIO-EMPLEADO
               MOVE CLIRYI TO WS-CLIENTE
           ELSE
               MOVE CG-M-USER TO WS-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CLIENTE = SPACES
                   MOVE ' ERROR: INGRESE EL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CLIRYC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CTARYI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA A DEBITAR' TO MSGO
                   MOVE ATTR-RED TO CTARYC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7100-LEER-CUENTA
                   IF SQLCODE NOT = 0
                       MOVE ' CUENTA INEXISTENTE O DE OTRO CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO CTARYC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       IF HV-MONEDA-CTA NOT = WC-MONEDA-BASE
                           MOVE ' ERROR: LA CUENTA ES DE OTRA MONEDA'
                             TO MSGO
                           MOVE ATTR-RED TO CTARYC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2160-VALIDAR-SUCURSAL-FECHA
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2170-VALIDAR-MONTO
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2180-VALIDAR-DESGLOSE
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2190-VALIDAR-DISPONIBLE
           END-IF.
           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Sucursal con ventanilla (CANAL 'T') y un dia habil con la
      * anticipacion minima: la boveda necesita tiempo para mandar
      * los billetes.
       2160-VALIDAR-SUCURSAL-FECHA.
           MOVE SUCRYI TO WS-SUCURSAL.
           MOVE FECRYI TO WS-FECHA-RETIRO.
           PERFORM 7120-LEER-SUCURSAL.
           IF SQLCODE NOT = 0 OR HV-CANAL NOT = 'T'
               MOVE ' ERROR: SUCURSAL INEXISTENTE O SIN VENTANILLA'
                 TO MSGO
               MOVE ATTR-RED TO SUCRYC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7130-VALIDAR-FECHA
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: FECHA INVALIDA (AAAA-MM-DD)'
                         TO MSGO
                       MOVE ATTR-RED TO FECRYC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN WS-FECHA-RETIRO < WS-FECHA-MINIMA
                       INITIALIZE MSGO
                       STRING ' ERROR: RESERVE PARA EL '
                           DELIMITED BY SIZE
                           WS-FECHA-MINIMA DELIMITED BY SIZE
                           ' O POSTERIOR' DELIMITED BY SIZE
                           INTO MSGO
                       MOVE ATTR-RED TO FECRYC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN OTHER
                       MOVE WS-FECHA-RETIRO TO WS-FER-FECHA
                       PERFORM 9860-ES-DIA-HABIL
                       IF WS-FER-ES-HABIL NOT = 'S'
                           MOVE ' ERROR: LA FECHA NO ES DIA HABIL'
                             TO MSGO
                           MOVE ATTR-RED TO FECRYC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       2170-VALIDAR-MONTO.
           MOVE MONTORYI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-RESERVA
           END-IF.
           EVALUATE TRUE
               WHEN SW-VAL-ERROR = 'S'
                   MOVE ' ERROR: IMPORTE INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONTORYC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-MONTO-RESERVA < WS-MINIMO-RESERVA
                   MOVE ' ERROR: IMPORTE MENOR AL MINIMO DE RESERVA'
                     TO MSGO
                   MOVE ATTR-RED TO MONTORYC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El desglose es obligatorio y debe sumar el importe: es lo
      * que PBNKRB pide a la boveda.
       2180-VALIDAR-DESGLOSE.
           MOVE C100RYI TO WS-CANT-ENTRADA.
           PERFORM 2185-LEER-CANTIDAD.
           MOVE WS-CANT-LEIDA TO WS-CANT-100.
           IF SW-CANT-ERROR = 'S'
               MOVE ATTR-RED TO C100RYC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           MOVE C50RYI TO WS-CANT-ENTRADA.
           PERFORM 2185-LEER-CANTIDAD.
           MOVE WS-CANT-LEIDA TO WS-CANT-50.
           IF SW-CANT-ERROR = 'S'
               MOVE ATTR-RED TO C50RYC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           MOVE C20RYI TO WS-CANT-ENTRADA.
           PERFORM 2185-LEER-CANTIDAD.
           MOVE WS-CANT-LEIDA TO WS-CANT-20.
           IF SW-CANT-ERROR = 'S'
               MOVE ATTR-RED TO C20RYC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           MOVE C10RYI TO WS-CANT-ENTRADA.
           PERFORM 2185-LEER-CANTIDAD.
           MOVE WS-CANT-LEIDA TO WS-CANT-10.
           IF SW-CANT-ERROR = 'S'
               MOVE ATTR-RED TO C10RYC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE ' ERROR: CANTIDAD DE BILLETES INVALIDA' TO MSGO
           ELSE
               COMPUTE WS-MONTO-DESGLOSE =
                   (WS-CANT-100 * 100) + (WS-CANT-50 * 50)
                 + (WS-CANT-20 * 20) + (WS-CANT-10 * 10)
               IF WS-MONTO-DESGLOSE NOT = WS-MONTO-RESERVA
                   MOVE ' ERROR: EL DESGLOSE NO SUMA EL IMPORTE'
                     TO MSGO
                   MOVE ATTR-RED TO C100RYC C50RYC C20RYC C10RYC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Blanco = 0 billetes; si no, un entero de hasta 3 digitos.
       2185-LEER-CANTIDAD.
           MOVE 'N' TO SW-CANT-ERROR.
           MOVE 0 TO WS-CANT-LEIDA.
           INSPECT WS-CANT-ENTRADA REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-CANT-ENTRADA NOT = SPACES
               MOVE WS-CANT-ENTRADA TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR = 'S'
                   MOVE 'S' TO SW-CANT-ERROR
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-CANT-LEIDA
                   IF WS-CANT-LEIDA NOT = WS-VAL-SALIDA-V
                       MOVE 'S' TO SW-CANT-ERROR
                   END-IF
               END-IF
           END-IF.

      * Disponible con el criterio de PBNKX (saldo menos retenciones
      * y embargos, sin cupo de sobregiro: no se reserva en rojo).
       2190-VALIDAR-DISPONIBLE.
           PERFORM 7150-LEER-RETENIDO-DISP.
           PERFORM 7160-LEER-EMBARGADO.
           COMPUTE WS-DISPONIBLE =
               HV-SALDO-CTA - WS-RETENIDO-ACTIVO - WS-EMBARGADO-ACTIVO.
           IF WS-DISPONIBLE < WS-MONTO-RESERVA
               MOVE ' ERROR: FONDOS DISPONIBLES INSUFICIENTES' TO MSGO
               MOVE ATTR-RED TO MONTORYC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7170-CONTAR-ACTIVAS-DIA
               IF WS-ACTIVAS-DIA > 0
                   MOVE ' YA HAY UNA RESERVA DE LA CUENTA PARA ESE DIA'
                     TO MSGO
                   MOVE ATTR-RED TO FECRYC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Retencion y reserva en la misma unidad de trabajo: no queda
      * dinero afectado sin reserva ni reserva sin fondos.
       2200-GRABAR-RESERVA.
           PERFORM 7200-INSERTAR-RETENCION.
           IF SQLCODE = 0
               PERFORM 7250-INSERTAR-RESERVA
           END-IF.

      *================================================================*
      * 2300 - ANULACION DE UNA RESERVA ACTIVA                         *
      *================================================================*
       2300-ANULAR-RESERVA.
           INSPECT RESRYI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO RESRYC.
           IF RESRYI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NUMERO DE RESERVA (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO RESRYC MSGC
           ELSE
               MOVE RESRYI TO WS-NRO-RESERVA
               PERFORM 7400-ANULAR-RESERVA
               IF SQLCODE = 0
                   PERFORM 7450-LIBERAR-RETENCION
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 3000-MOSTRAR-RESERVAS
                       MOVE ' RESERVA ANULADA - FONDOS LIBERADOS'
                         TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO RESRYO
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' NO HAY UNA RESERVA ACTIVA CON ESE NUMERO'
                         TO MSGO
                       MOVE ATTR-RED TO RESRYC MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL ANULAR LA RESERVA' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - CONDICIONES Y RESERVAS                                  *
      *================================================================*
       3000-MOSTRAR-RESERVAS.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7060-CALCULAR-FECHA-MINIMA.
           MOVE WS-MINIMO-RESERVA TO WS-LI-MINIMO.
           MOVE WS-FECHA-MINIMA   TO WS-LI-FECHA.
           MOVE WS-LINEA-INFO TO INFORYO.

           INSPECT CLIRYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SUCRYI REPLACING ALL LOW-VALUES BY SPACES.
           SET LISTA-CLIENTE TO TRUE.
           EVALUATE TRUE
               WHEN NOT USUARIO-EMPLEADO
                   MOVE CG-M-USER TO WS-FILTRO-USUARIO
               WHEN CLIRYI NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(CLIRYI)
                     TO WS-FILTRO-USUARIO
               WHEN SUCRYI NOT = SPACES
                   SET LISTA-SUCURSAL TO TRUE
                   MOVE FUNCTION UPPER-CASE(SUCRYI) TO WS-FILTRO-SUC
               WHEN OTHER
                   SET LISTA-SUCURSAL TO TRUE
                   MOVE CG-SUCURSAL-ID TO WS-FILTRO-SUC
           END-EVALUATE.

           MOVE SPACES TO RSY1O RSY2O RSY3O RSY4O RSY5O.
           MOVE WS-LINEA-CABECERA TO LINEA2O.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-RESERVAS.
           PERFORM 7750-FETCH-RESERVA.
           PERFORM 3100-VOLCAR-RESERVA
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 5.
           PERFORM 7780-CERRAR-CURSOR-RESERVAS.
           IF WS-INDICE = 0
               IF LISTA-SUCURSAL
                   MOVE ' LA SUCURSAL NO TIENE RESERVAS ACTIVAS'
                     TO RSY1O
               ELSE
                   MOVE ' EL CLIENTE NO TIENE RESERVAS DE EFECTIVO'
                     TO RSY1O
               END-IF
           END-IF.

       3100-VOLCAR-RESERVA.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-RSEF        TO WS-LR-NUMERO.
           MOVE HV-CUENTA-RSEF    TO WS-LR-CUENTA.
           MOVE HV-SUCURSAL-RSEF  TO WS-LR-SUCURSAL.
           MOVE HV-FECHA-RET-RSEF TO WS-LR-FECHA.
           MOVE HV-MONTO-RSEF     TO WS-LR-IMPORTE.
           MOVE HV-USUARIO-RSEF   TO WS-LR-CLIENTE.
           EVALUATE HV-ESTADO-RSEF
               WHEN 'A' MOVE 'ACTIVA  ' TO WS-ESTADO-DESC
               WHEN 'U' MOVE 'USADA   ' TO WS-ESTADO-DESC
               WHEN 'C' MOVE 'ANULADA ' TO WS-ESTADO-DESC
               WHEN 'N' MOVE 'AUSENTE ' TO WS-ESTADO-DESC
               WHEN OTHER MOVE HV-ESTADO-RSEF TO WS-ESTADO-DESC
           END-EVALUATE.
           MOVE WS-ESTADO-DESC TO WS-LR-ESTADO.
           IF HV-PEDIDO-RSEF = 'S'
               MOVE 'SI' TO WS-LR-PEDIDO
           ELSE
               MOVE 'NO' TO WS-LR-PEDIDO
           END-IF.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-RESERVA TO RSY1O
               WHEN 2 MOVE WS-LINEA-RESERVA TO RSY2O
               WHEN 3 MOVE WS-LINEA-RESERVA TO RSY3O
               WHEN 4 MOVE WS-LINEA-RESERVA TO RSY4O
               WHEN 5 MOVE WS-LINEA-RESERVA TO RSY5O
           END-EVALUATE.
           PERFORM 7750-FETCH-RESERVA.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           IF NOT USUARIO-EMPLEADO
               MOVE CG-M-USER TO CLIRYO
               MOVE ATTR-PROT TO CLIRYA
           END-IF.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPRY') MAPSET('BKRYMP')
                        FROM(BKMAPRYO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPRY') MAPSET('BKRYMP')
                        FROM(BKMAPRYO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPRY') MAPSET('BKRYMP')
               INTO(BKMAPRYI) RESP(WA-RESPUESTA-CICS) END-EXEC.

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
               WHERE NOMBRE_PARAM = 'MINIMO_RESERVA_EFECTIVO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MINIMO-RESERVA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_ANTICIPO_RESERVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-ANTICIPO
           END-IF.

      * Primer dia reservable: DIAS_ANTICIPO_RESERVA dias habiles
      * despues de la fecha de negocio (mismo paso que PBNKX 7240).
       7060-CALCULAR-FECHA-MINIMA.
           MOVE WS-FECHA-NEGOCIO TO WS-FER-FECHA.
           PERFORM 7240-AVANZAR-DIA-HABIL
               VARYING WS-VUELTA FROM 1 BY 1
               UNTIL WS-VUELTA > WS-DIAS-ANTICIPO.
           MOVE WS-FER-FECHA TO WS-FECHA-MINIMA.

      * Cuenta del cliente (titular de CUENTAS).
       7100-LEER-CUENTA.
           MOVE CTARYI     TO HV-NUMERO-CUENTA.
           MOVE WS-CLIENTE TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO, MONEDA
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7120-LEER-SUCURSAL.
           MOVE WS-SUCURSAL TO HV-SUCURSAL-ID.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CANAL INTO :HV-CANAL
               FROM IBMUSER.SUCURSAL
               WHERE SUCURSAL_ID = :HV-SUCURSAL-ID
           END-EXEC.

       7130-VALIDAR-FECHA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-RETIRO), ISO)
               INTO :WS-DUMMY-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-DUMMY-FECHA TO WS-FECHA-RETIRO
           END-IF.

       7150-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND ESTADO = 'A'
           END-EXEC.

       7160-LEER-EMBARGADO.
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

       7170-CONTAR-ACTIVAS-DIA.
           MOVE 0 TO WS-ACTIVAS-DIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-ACTIVAS-DIA
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND FECHA_RETIRO = DATE(:WS-FECHA-RETIRO)
                 AND ESTADO = 'A'
           END-EXEC.

      * Retencion normal (ID_MOV 0) como la de PBNKST. La libera
      * PBNKX al pagar, la anulacion o PBNKRB si el cliente no se
      * presento; la fecha de liberacion (dia habil siguiente al
      * del retiro) es solo la red de PBNKRD.
       7200-INSERTAR-RETENCION.
           MOVE WS-FECHA-RETIRO TO WS-FER-FECHA.
           PERFORM 7240-AVANZAR-DIA-HABIL.
           MOVE WS-FER-FECHA TO WS-FECHA-LIBERACION.
           MOVE HV-NUMERO-CUENTA    TO HV-CUENTA-RDIS.
           MOVE WS-CLIENTE          TO HV-USUARIO-RDIS.
           MOVE 0                   TO HV-ID-MOV-RDIS.
           MOVE WS-MONTO-RESERVA    TO HV-MONTO-RDIS.
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

       7240-AVANZAR-DIA-HABIL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9870-PROXIMO-DIA-HABIL.

       7250-INSERTAR-RESERVA.
           MOVE WS-CLIENTE       TO HV-USUARIO-RSEF.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-RSEF.
           MOVE WS-SUCURSAL      TO HV-SUCURSAL-RSEF.
           MOVE WS-FECHA-RETIRO  TO HV-FECHA-RET-RSEF.
           MOVE WS-MONTO-RESERVA TO HV-MONTO-RSEF.
           MOVE WS-CANT-100      TO HV-CANT100-RSEF.
           MOVE WS-CANT-50       TO HV-CANT50-RSEF.
           MOVE WS-CANT-20       TO HV-CANT20-RSEF.
           MOVE WS-CANT-10       TO HV-CANT10-RSEF.
           MOVE WS-ID-RETENCION  TO HV-ID-RET-RSEF.
           MOVE CG-M-USER        TO HV-REGISTRADO-RSEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RESERVAS_EFECTIVO
               (USUARIO, CUENTA_NUM, SUCURSAL_ID, FECHA_RETIRO,
                MONTO, CANT_100, CANT_50, CANT_20, CANT_10,
                ID_RET, ID_MOV, ESTADO, PEDIDO_EFECTIVO,
                REGISTRADO_POR, FECHA_ALTA)
               VALUES (:HV-USUARIO-RSEF, :HV-CUENTA-RSEF,
                :HV-SUCURSAL-RSEF, DATE(:HV-FECHA-RET-RSEF),
                :HV-MONTO-RSEF, :HV-CANT100-RSEF, :HV-CANT50-RSEF,
                :HV-CANT20-RSEF, :HV-CANT10-RSEF, :HV-ID-RET-RSEF,
                0, 'A', 'N', :HV-REGISTRADO-RSEF, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-RESERVA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * El cliente anula solo lo suyo; el personal, cualquiera.
       7400-ANULAR-RESERVA.
           MOVE WS-NRO-RESERVA TO HV-ID-RSEF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_RET, USUARIO
               INTO :HV-ID-RET-RSEF, :HV-USUARIO-RSEF
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE ID_RESERVA = :HV-ID-RSEF
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND NOT USUARIO-EMPLEADO
                   AND HV-USUARIO-RSEF NOT = CG-M-USER
               MOVE 100 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RESERVAS_EFECTIVO
                   SET ESTADO = 'C',
                       FECHA_ESTADO = CURRENT TIMESTAMP
                   WHERE ID_RESERVA = :HV-ID-RSEF
                     AND ESTADO = 'A'
               END-EXEC
           END-IF.

      * Hold ya liberado (por ejemplo por PBNKRD): la anulacion
      * sigue igual.
       7450-LIBERAR-RETENCION.
           MOVE HV-ID-RET-RSEF TO HV-ID-RDIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
               SET ESTADO = 'L'
               WHERE ID_RET = :HV-ID-RDIS
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Dos vistas: las del cliente (todas, la mas reciente primero)
      * o las activas de una sucursal (la mas proxima primero).
       7700-ABRIR-CURSOR-RESERVAS.
           EXEC SQL DECLARE CUR-RESERVAS-CLI CURSOR FOR
               SELECT ID_RESERVA, CUENTA_NUM, SUCURSAL_ID,
                      CHAR(FECHA_RETIRO, ISO), MONTO, ESTADO,
                      PEDIDO_EFECTIVO, USUARIO
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE USUARIO = :WS-FILTRO-USUARIO
               ORDER BY FECHA_RETIRO DESC, ID_RESERVA DESC
           END-EXEC.
           EXEC SQL DECLARE CUR-RESERVAS-SUC CURSOR FOR
               SELECT ID_RESERVA, CUENTA_NUM, SUCURSAL_ID,
                      CHAR(FECHA_RETIRO, ISO), MONTO, ESTADO,
                      PEDIDO_EFECTIVO, USUARIO
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE SUCURSAL_ID = :WS-FILTRO-SUC
                 AND ESTADO = 'A'
               ORDER BY FECHA_RETIRO, ID_RESERVA
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL OPEN CUR-RESERVAS-SUC END-EXEC
           ELSE
               EXEC SQL OPEN CUR-RESERVAS-CLI END-EXEC
           END-IF.

       7750-FETCH-RESERVA.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL FETCH CUR-RESERVAS-SUC
                   INTO :HV-ID-RSEF, :HV-CUENTA-RSEF,
                        :HV-SUCURSAL-RSEF, :HV-FECHA-RET-RSEF,
                        :HV-MONTO-RSEF, :HV-ESTADO-RSEF,
                        :HV-PEDIDO-RSEF, :HV-USUARIO-RSEF
               END-EXEC
           ELSE
               EXEC SQL FETCH CUR-RESERVAS-CLI
                   INTO :HV-ID-RSEF, :HV-CUENTA-RSEF,
                        :HV-SUCURSAL-RSEF, :HV-FECHA-RET-RSEF,
                        :HV-MONTO-RSEF, :HV-ESTADO-RSEF,
                        :HV-PEDIDO-RSEF, :HV-USUARIO-RSEF
               END-EXEC
           END-IF.

       7780-CERRAR-CURSOR-RESERVAS.
           PERFORM 9591-CONTAR-SQL.
           IF LISTA-SUCURSAL
               EXEC SQL CLOSE CUR-RESERVAS-SUC END-EXEC
           ELSE
               EXEC SQL CLOSE CUR-RESERVAS-CLI END-EXEC
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
       COPY CPYFERP.
       COPY CPYRTMP.
