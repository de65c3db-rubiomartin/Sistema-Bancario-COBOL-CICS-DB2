       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKAX.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKAX                                 **
      ** TITULO ...........: CARGA Y DESCARGA DE CASETES ATM        **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF9 desde la     **
      **   boveda PBNKBV) para los cajeros de la SUCURSAL de la     **
      **   sesion (IBMUSER.ATM_TERMINALES):                         **
      **   ENTER = registrar una fila de carga ('C') o de descarga  **
      **   ('D') por denominacion, PF5 = ver el ciclo del cajero.   **
      ** - Carga: abre el ciclo del cajero si no hay uno abierto    **
      **   (IBMUSER.ATM_CICLOS, proxima carga = hoy mas             **
      **   DIAS_ENTRE_CARGAS), suma al MONTO_CARGADO y saca los     **
      **   billetes de la POSICION_EFECTIVO de la sucursal (no se   **
      **   carga lo que la boveda no tiene).                        **
      ** - Descarga: el conteo de lo que quedo en el casete cierra  **
      **   el ciclo ('D', MONTO_REMANENTE) y los billetes vuelven a **
      **   la posicion. Cantidad 0 cierra sin devolver nada.        **
      ** - Toda fila queda en IBMUSER.ATM_CARGAS con quien la       **
      **   registro. La conciliacion del ciclo contra lo liquidado  **
      **   por el switch y el pronostico de reposicion son de       **
      **   BATCH/PBNKAE.cbl.                                        **
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
       COPY BKAXMP.
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
           EXEC SQL INCLUDE DCLATMT END-EXEC.
           EXEC SQL INCLUDE DCLATCI END-EXEC.
           EXEC SQL INCLUDE DCLATCG END-EXEC.
           EXEC SQL INCLUDE DCLPOSE END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ATM-ID             PIC X(8)  VALUE SPACES.
           05 WS-OPERACION          PIC X(1)  VALUE SPACE.
              88 OPER-CARGA                   VALUE 'C'.
              88 OPER-DESCARGA                VALUE 'D'.
           05 WS-DENOM-VALOR        PIC 9(6) VALUE 0.
           05 WS-CANTIDAD           PIC S9(9) COMP VALUE 0.
           05 WS-DELTA              PIC S9(9) COMP.
           05 WS-IMPORTE            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-EN-BOVEDA          PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-EDIT         PIC Z(9)9,99.
           05 WS-MONTO-EDIT2        PIC Z(9)9,99.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKAX'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKAX'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPAX'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKAXMP'.

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

      * Cinturon ademas del gate del PF de PBNKBV (solo personal).
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
           MOVE LOW-VALUES TO BKMAPAXO.
           MOVE ' ENTER=REGISTRAR PF5=VER CICLO PF3=SALIR'
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
                   PERFORM 2100-REGISTRAR-CASETE

               WHEN EIBAID = DFHPF5
                   PERFORM 2050-VALIDAR-CAJERO
                   IF NO-HAY-ERRORES
                       PERFORM 3000-MOSTRAR-CICLO
                   END-IF

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' OPER: C=CARGA D=DESCARGA (CONTEO REMANENTE)'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2050 - EL CAJERO TECLEADO, DE LA SUCURSAL DE LA SESION         *
      *================================================================*
       2050-VALIDAR-CAJERO.
           MOVE 'N' TO SW-ERRORES.
           MOVE ATTR-NORMAL TO ATMIDC OPERC DENOMC CANTC.
           MOVE FUNCTION UPPER-CASE(ATMIDI) TO ATMIDI.
           INSPECT ATMIDI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATMIDI TO WS-ATM-ID.

           IF WS-ATM-ID = SPACES
               MOVE ' ERROR: INGRESE EL CAJERO' TO MSGO
               MOVE ATTR-RED TO ATMIDC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7100-LEER-CAJERO
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' CAJERO INEXISTENTE' TO MSGO
                       MOVE ATTR-RED TO ATMIDC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-SUCURSAL-ATMT NOT = CG-SUCURSAL-ID
                       MOVE ' EL CAJERO ES DE OTRA SUCURSAL' TO MSGO
                       MOVE ATTR-RED TO ATMIDC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-ESTADO-ATMT = 'B'
                       MOVE ' CAJERO DADO DE BAJA' TO MSGO
                       MOVE ATTR-RED TO ATMIDC
                       SET HAY-ERROR-VALIDACION TO TRUE
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2100 - UNA FILA DE CARGA O DESCARGA                            *
      *================================================================*
       2100-REGISTRAR-CASETE.
           PERFORM 2050-VALIDAR-CAJERO.
           IF NO-HAY-ERRORES
               PERFORM 2150-VALIDAR-CAMPOS
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 7020-LEER-FECHA-NEGOCIO
               COMPUTE WS-IMPORTE = WS-DENOM-VALOR * WS-CANTIDAD
               IF OPER-CARGA
                   PERFORM 2200-CARGAR
               ELSE
                   PERFORM 2300-DESCARGAR
               END-IF
           END-IF.

       2150-VALIDAR-CAMPOS.
           MOVE FUNCTION UPPER-CASE(OPERI) TO OPERI.
           INSPECT OPERI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE OPERI TO WS-OPERACION.

           MOVE DENOMI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR
               MOVE 0 TO WS-DENOM-VALOR
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-DENOM-VALOR
           END-IF.

           MOVE CANTI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR
               MOVE -1 TO WS-CANTIDAD
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-CANTIDAD
           END-IF.

           EVALUATE TRUE
               WHEN NOT OPER-CARGA AND NOT OPER-DESCARGA
                   MOVE ' ERROR: OPERACION C (CARGA) O D (DESCARGA)'
                     TO MSGO
                   MOVE ATTR-RED TO OPERC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-DENOM-VALOR NOT = 100 AND
                       WS-DENOM-VALOR NOT = 50 AND
                       WS-DENOM-VALOR NOT = 20 AND
                       WS-DENOM-VALOR NOT = 10
                   MOVE ' ERROR: BILLETE DEBE SER 100/50/20/10'
                     TO MSGO
                   MOVE ATTR-RED TO DENOMC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OPER-CARGA AND WS-CANTIDAD <= 0
                   MOVE ' ERROR: CANTIDAD DEBE SER MAYOR A 0' TO MSGO
                   MOVE ATTR-RED TO CANTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OPER-DESCARGA AND WS-CANTIDAD < 0
                   MOVE ' ERROR: INGRESE LA CANTIDAD CONTADA' TO MSGO
                   MOVE ATTR-RED TO CANTC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

      *================================================================*
      * 2200 - CARGA: DE LA BOVEDA AL CASETE                           *
      *================================================================*
       2200-CARGAR.
           PERFORM 7150-LEER-POSICION-BOVEDA.
           IF WS-EN-BOVEDA < WS-CANTIDAD
               MOVE ' LA BOVEDA NO TIENE ESOS BILLETES' TO MSGO
               MOVE ATTR-RED TO CANTC
           ELSE
               PERFORM 7200-BUSCAR-CICLO-ABIERTO
               IF SQLCODE = 100
                   PERFORM 7250-ABRIR-CICLO
               END-IF
               IF SQLCODE = 0
                   PERFORM 7300-SUMAR-CARGA
               END-IF
               IF SQLCODE = 0
                   MOVE 'C' TO HV-TIPO-ATCG
                   PERFORM 7500-INSERTAR-CARGA
               END-IF
               IF SQLCODE = 0
                   COMPUTE WS-DELTA = 0 - WS-CANTIDAD
                   PERFORM 7600-AJUSTAR-POSICION
               END-IF
               PERFORM 2900-CERRAR-UNIDAD
           END-IF.

      *================================================================*
      * 2300 - DESCARGA: CONTEO DEL CASETE DE VUELTA A LA BOVEDA       *
      * Las filas de la descarga de hoy van al ciclo que ya cerro      *
      * (una por denominacion); si no, cierra el abierto.              *
      *================================================================*
       2300-DESCARGAR.
           PERFORM 7210-BUSCAR-CICLO-DESCARGA.
           IF SQLCODE = 100
               PERFORM 7200-BUSCAR-CICLO-ABIERTO
           END-IF.
           IF SQLCODE = 100
               MOVE ' EL CAJERO NO TIENE UNA CARGA ABIERTA' TO MSGO
               MOVE ATTR-RED TO ATMIDC
           ELSE
               IF SQLCODE = 0
                   PERFORM 7350-SUMAR-DESCARGA
               END-IF
               IF SQLCODE = 0
                   MOVE 'D' TO HV-TIPO-ATCG
                   PERFORM 7500-INSERTAR-CARGA
               END-IF
               IF SQLCODE = 0 AND WS-CANTIDAD > 0
                   MOVE WS-CANTIDAD TO WS-DELTA
                   PERFORM 7600-AJUSTAR-POSICION
               END-IF
               PERFORM 2900-CERRAR-UNIDAD
           END-IF.

       2900-CERRAR-UNIDAD.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' CASETE REGISTRADO' TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO DENOMO CANTO
               PERFORM 3000-MOSTRAR-CICLO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR EL CASETE' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 3000 - ULTIMO CICLO DEL CAJERO                                 *
      *================================================================*
       3000-MOSTRAR-CICLO.
           MOVE SPACES TO INFO1O INFO2O.
           PERFORM 7400-LEER-ULTIMO-CICLO.
           IF SQLCODE NOT = 0
               MOVE ' SIN CARGAS REGISTRADAS' TO INFO1O
           ELSE
               MOVE HV-CARGADO-ATCI TO WS-MONTO-EDIT
               STRING ' CICLO ' DELIMITED BY SIZE
                   HV-ESTADO-ATCI DELIMITED BY SIZE
                   ' CARGA ' DELIMITED BY SIZE
                   HV-FECHA-CARGA-ATCI DELIMITED BY SIZE
                   ' CARGADO ' DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   ' PROX ' DELIMITED BY SIZE
                   HV-PROX-CARGA-ATMT DELIMITED BY SIZE
                   INTO INFO1O
               IF HV-ESTADO-ATCI NOT = 'A'
                   MOVE HV-REMANENTE-ATCI TO WS-MONTO-EDIT
                   MOVE HV-DIFERENCIA-ATCI TO WS-MONTO-EDIT2
                   STRING ' DESCARGA ' DELIMITED BY SIZE
                       HV-FECHA-DESC-ATCI DELIMITED BY SIZE
                       ' REMANENTE ' DELIMITED BY SIZE
                       WS-MONTO-EDIT DELIMITED BY SIZE
                       ' DIF ' DELIMITED BY SIZE
                       WS-MONTO-EDIT2 DELIMITED BY SIZE
                       INTO INFO2O
               END-IF
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPAX') MAPSET('BKAXMP')
                        FROM(BKMAPAXO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPAX') MAPSET('BKAXMP')
                        FROM(BKMAPAXO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPAX') MAPSET('BKAXMP')
               INTO(BKMAPAXI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7100-LEER-CAJERO.
           MOVE WS-ATM-ID TO HV-ATM-ID-ATMT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SUCURSAL_ID, ESTADO, DIAS_ENTRE_CARGAS,
                           CHAR(FECHA_PROX_CARGA, ISO)
               INTO :HV-SUCURSAL-ATMT, :HV-ESTADO-ATMT,
                    :HV-DIAS-CARGA-ATMT, :HV-PROX-CARGA-ATMT
               FROM IBMUSER.ATM_TERMINALES
               WHERE ATM_ID = :HV-ATM-ID-ATMT
           END-EXEC.

       7150-LEER-POSICION-BOVEDA.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-POSE.
           MOVE WS-DENOM-VALOR TO HV-DENOM-POSE.
           MOVE 0 TO WS-EN-BOVEDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CANTIDAD INTO :WS-EN-BOVEDA
               FROM IBMUSER.POSICION_EFECTIVO
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-EN-BOVEDA
           END-IF.

       7200-BUSCAR-CICLO-ABIERTO.
           MOVE WS-ATM-ID TO HV-ATM-ID-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CICLO INTO :HV-ID-CICLO-ATCI
               FROM IBMUSER.ATM_CICLOS
               WHERE ATM_ID = :HV-ATM-ID-ATCI
                 AND ESTADO = 'A'
               ORDER BY ID_CICLO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7210-BUSCAR-CICLO-DESCARGA.
           MOVE WS-ATM-ID TO HV-ATM-ID-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CICLO INTO :HV-ID-CICLO-ATCI
               FROM IBMUSER.ATM_CICLOS
               WHERE ATM_ID = :HV-ATM-ID-ATCI
                 AND ESTADO = 'D'
                 AND FECHA_NEG_DESCARGA = DATE(:WS-FECHA-NEGOCIO)
               ORDER BY ID_CICLO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * Ciclo nuevo y proxima reposicion segun el calendario del
      * cajero.
       7250-ABRIR-CICLO.
           MOVE WS-ATM-ID        TO HV-ATM-ID-ATCI.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-CARGA-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ATM_CICLOS
               (ATM_ID, ESTADO, FECHA_NEG_CARGA, MONTO_CARGADO)
               VALUES (:HV-ATM-ID-ATCI, 'A',
                DATE(:HV-FECHA-CARGA-ATCI), 0)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-CICLO-ATCI
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ATM_TERMINALES
                   SET FECHA_PROX_CARGA = DATE(:WS-FECHA-NEGOCIO)
                       + DIAS_ENTRE_CARGAS DAYS
                   WHERE ATM_ID = :HV-ATM-ID-ATMT
               END-EXEC
           END-IF.

       7300-SUMAR-CARGA.
           MOVE WS-IMPORTE TO HV-CARGADO-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ATM_CICLOS
               SET MONTO_CARGADO = MONTO_CARGADO + :HV-CARGADO-ATCI
               WHERE ID_CICLO = :HV-ID-CICLO-ATCI
           END-EXEC.

       7350-SUMAR-DESCARGA.
           MOVE WS-IMPORTE TO HV-REMANENTE-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ATM_CICLOS
               SET MONTO_REMANENTE =
                       MONTO_REMANENTE + :HV-REMANENTE-ATCI,
                   ESTADO = 'D',
                   FECHA_NEG_DESCARGA = DATE(:WS-FECHA-NEGOCIO)
               WHERE ID_CICLO = :HV-ID-CICLO-ATCI
           END-EXEC.

       7400-LEER-ULTIMO-CICLO.
           PERFORM 7100-LEER-CAJERO.
           MOVE WS-ATM-ID TO HV-ATM-ID-ATCI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CICLO, ESTADO,
                           CHAR(FECHA_NEG_CARGA, ISO), MONTO_CARGADO,
                           CHAR(FECHA_NEG_DESCARGA, ISO),
                           MONTO_REMANENTE, DIFERENCIA
               INTO :HV-ID-CICLO-ATCI, :HV-ESTADO-ATCI,
                    :HV-FECHA-CARGA-ATCI, :HV-CARGADO-ATCI,
                    :HV-FECHA-DESC-ATCI, :HV-REMANENTE-ATCI,
                    :HV-DIFERENCIA-ATCI
               FROM IBMUSER.ATM_CICLOS
               WHERE ATM_ID = :HV-ATM-ID-ATCI
               ORDER BY ID_CICLO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7500-INSERTAR-CARGA.
           MOVE HV-ID-CICLO-ATCI TO HV-ID-CICLO-ATCG.
           MOVE WS-ATM-ID        TO HV-ATM-ID-ATCG.
           MOVE WS-DENOM-VALOR   TO HV-DENOM-ATCG.
           MOVE WS-CANTIDAD      TO HV-CANTIDAD-ATCG.
           MOVE CG-M-USER        TO HV-REGISTRADO-ATCG.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ATM_CARGAS
               (ID_CICLO, ATM_ID, TIPO, DENOMINACION, CANTIDAD,
                REGISTRADO_POR, FECHA_REGISTRO)
               VALUES (:HV-ID-CICLO-ATCG, :HV-ATM-ID-ATCG,
                :HV-TIPO-ATCG, :HV-DENOM-ATCG, :HV-CANTIDAD-ATCG,
                :HV-REGISTRADO-ATCG, CURRENT TIMESTAMP)
           END-EXEC.

      * Mismo UPDATE-o-INSERT de PBNKBV 7200-AJUSTAR-POSICION.
       7600-AJUSTAR-POSICION.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-POSE.
           MOVE WS-DENOM-VALOR TO HV-DENOM-POSE.
           MOVE WS-DELTA       TO HV-CANTIDAD-POSE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
                    :HV-CANTIDAD-POSE)
               END-EXEC
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
       COPY CPYRTMP.
