       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSQ.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSQ                                 **
      ** TITULO ...........: SECUESTRO DE BILLETES FALSOS           **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF6 desde el     **
      **   deposito PBNKX o el cambio de divisas PBNKDX): el cajero **
      **   que detecta un billete falso lo deja fuera del desglose  **
      **   de la operacion y lo registra aca con moneda, valor,     **
      **   numero de serie y el cliente que lo presento (USUARIO    **
      **   y/o documento).                                          **
      ** - Dos pasos con SW-CONFIRMACION. Al confirmar graba        **
      **   IBMUSER.BILLETES_FALSOS ('R' retenido, cajero = el de la **
      **   sesion) e imprime el acta de secuestro por la cola       **
      **   BKPR (COLA_IMPRESION); el numero de acta es              **
      **   ID_SECUESTRO.                                            **
      ** - El billete queda en custodia: no toca DETALLE_EFECTIVO,  **
      **   POSICION_EFECTIVO ni EFECTIVO_DIVISAS. El envio al       **
      **   banco central es de BATCH/PBNKBC.cbl.                    **
      ** - PF3 vuelve a la pantalla de origen.                      **
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
       COPY BKSQMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIMPW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLIMPR END-EXEC.
           EXEC SQL INCLUDE DCLBFAL END-EXEC.
           EXEC SQL INCLUDE DCLDIVI END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-DENOM-VALOR        PIC 9(6)V99 VALUE 0.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-EXISTE             PIC S9(4) COMP VALUE 0.
           05 WS-ACTA-LINEA         PIC X(80) VALUE SPACES.
           05 WS-ACTA-NRO-ED        PIC 9(9).
           05 WS-DENOM-EDIT         PIC Z(5)9,99.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSQ'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKSQ'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPSQ'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKSQMP'.
      * Moneda de la base (misma constante que PBNKFX/PBNKST).
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

      * Cinturon ademas del gate del PF de PBNKX/PBNKDX.
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
      * El origen y el presentante se proponen segun la pantalla que   *
      * hizo el XCTL (CH-PROGRAMA-RETORNO).                            *
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPSQO.
           MOVE 'MONEDA (VACIO=BASE):' TO LBLMONO.
           MOVE ' VALOR DEL BILLETE.:' TO LBLDENO.
           MOVE ' NUMERO DE SERIE...:' TO LBLSERO.
           MOVE ' CLIENTE (USUARIO).:' TO LBLPRESO.
           MOVE ' DOCUMENTO.........:' TO LBLDOCO.
           MOVE 'ORIGEN X=DEP D=CAMB:' TO LBLORIGO.
           MOVE ' ENTER=REGISTRAR SECUESTRO PF3=VOLVER' TO LEYENDAO.
           MOVE 'N' TO SW-CONFIRMACION.
           EVALUATE CH-PROGRAMA-RETORNO
               WHEN CS-PGM-CONSULTA
                   MOVE 'X' TO ORIGENO
                   MOVE CG-CUENTA-TITULAR TO PRESENTO
               WHEN CS-PGM-CAMBIO-DIVISA
                   MOVE 'D' TO ORIGENO
           END-EVALUATE.
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
                   PERFORM 2500-REGISTRAR-SECUESTRO

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-CONFIRMACION

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
                   MOVE ' SECUESTRO CANCELADO' TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9050-VOLVER-AL-ORIGEN

               WHEN EIBAID = DFHPF1
                   MOVE ' EL BILLETE NO INTEGRA EL DESGLOSE DE LA OPER.'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - PRIMER PASO: VALIDA Y PIDE CONFIRMACION                 *
      *================================================================*
       2100-PREPARAR-CONFIRMACION.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               MOVE WS-DENOM-VALOR TO WS-DENOM-EDIT
               INITIALIZE CONFRMO
               STRING ' CONFIRME SECUESTRO ' DELIMITED BY SIZE
                   HV-MONEDA-BF DELIMITED BY SIZE
                   WS-DENOM-EDIT DELIMITED BY SIZE
                   ': ENTER=SI PF3=NO' DELIMITED BY SIZE
                   INTO CONFRMO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO MONEDAA DENOMA SERIEA
               MOVE ATTR-PROT-MDT TO PRESENTA DOCPRESA ORIGENA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE ATTR-NORMAL TO MONEDAC DENOMC SERIEC.
           MOVE ATTR-NORMAL TO PRESENTC DOCPRESC ORIGENC.
           MOVE FUNCTION UPPER-CASE(MONEDAI) TO MONEDAI.
           MOVE FUNCTION UPPER-CASE(SERIEI) TO SERIEI.
           MOVE FUNCTION UPPER-CASE(ORIGENI) TO ORIGENI.
           INSPECT MONEDAI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SERIEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PRESENTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCPRESI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ORIGENI REPLACING ALL LOW-VALUES BY SPACES.

           IF MONEDAI = SPACES
               MOVE WC-MONEDA-BASE TO MONEDAI
           END-IF.
           MOVE MONEDAI  TO HV-MONEDA-BF.
           MOVE SERIEI   TO HV-SERIE-BF.
           MOVE PRESENTI TO HV-PRESENTANTE-BF.
           MOVE DOCPRESI TO HV-DOC-PRES-BF.
           MOVE ORIGENI  TO HV-ORIGEN-BF.

           MOVE DENOMI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR
               MOVE 0 TO WS-DENOM-VALOR
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-DENOM-VALOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-DENOM-VALOR NOT > 0
                   MOVE ' ERROR: VALOR DEL BILLETE INVALIDO' TO MSGO
                   MOVE ATTR-RED TO DENOMC
                   SET HAY-ERROR-VALIDACION TO TRUE

      * En la base solo circulan los cortes del desglose de PBNKX.
               WHEN HV-MONEDA-BF = WC-MONEDA-BASE
                       AND WS-DENOM-VALOR NOT = 100
                       AND WS-DENOM-VALOR NOT = 50
                       AND WS-DENOM-VALOR NOT = 20
                       AND WS-DENOM-VALOR NOT = 10
                   MOVE ' ERROR: CORTE INEXISTENTE (100/50/20/10)'
                     TO MSGO
                   MOVE ATTR-RED TO DENOMC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-SERIE-BF = SPACES
                   MOVE ' ERROR: INGRESE EL NUMERO DE SERIE' TO MSGO
                   MOVE ATTR-RED TO SERIEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-PRESENTANTE-BF = SPACES
                       AND HV-DOC-PRES-BF = SPACES
                   MOVE ' ERROR: INGRESE CLIENTE O DOCUMENTO' TO MSGO
                   MOVE ATTR-RED TO PRESENTC DOCPRESC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN HV-ORIGEN-BF NOT = 'X' AND HV-ORIGEN-BF NOT = 'D'
                   MOVE ' ERROR: ORIGEN X (DEPOSITO) O D (CAMBIO)'
                     TO MSGO
                   MOVE ATTR-RED TO ORIGENC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

           IF NO-HAY-ERRORES AND HV-MONEDA-BF NOT = WC-MONEDA-BASE
               PERFORM 7100-LEER-MONEDA
               IF SQLCODE NOT = 0
                   MOVE ' MONEDA SIN COTIZACION EN DIVISAS' TO MSGO
                   MOVE ATTR-RED TO MONEDAC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES AND HV-PRESENTANTE-BF NOT = SPACES
               PERFORM 7150-LEER-CLIENTE
               IF SQLCODE NOT = 0
                   MOVE ' CLIENTE INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO PRESENTC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
               MOVE 'N' TO SW-CONFIRMACION
           END-IF.

      *================================================================*
      * 2500 - SEGUNDO PASO: GRABA Y EMITE EL ACTA                     *
      *================================================================*
       2500-REGISTRAR-SECUESTRO.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF HAY-ERROR-VALIDACION
               PERFORM 4200-DESBLOQUEAR-CAMPOS
           ELSE
               PERFORM 7020-LEER-FECHA-NEGOCIO
               PERFORM 7200-INSERTAR-SECUESTRO
               IF SQLCODE = 0
                   PERFORM 7300-EMITIR-ACTA
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-SECUESTRO-BF TO WS-ACTA-NRO-ED
                   INITIALIZE INFO1O
                   STRING ' ACTA DE SECUESTRO NRO ' DELIMITED BY SIZE
                       WS-ACTA-NRO-ED DELIMITED BY SIZE
                       ' - BILLETE EN CUSTODIA' DELIMITED BY SIZE
                       INTO INFO1O
                   MOVE ' SECUESTRO REGISTRADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO DENOMO SERIEO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR EL SECUESTRO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
               MOVE 'N' TO SW-CONFIRMACION
               MOVE SPACES TO CONFRMO
               PERFORM 4200-DESBLOQUEAR-CAMPOS
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPSQ') MAPSET('BKSQMP')
                        FROM(BKMAPSQO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPSQ') MAPSET('BKSQMP')
                        FROM(BKMAPSQO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPSQ') MAPSET('BKSQMP')
               INTO(BKMAPSQI) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO MONEDAA DENOMA SERIEA.
           MOVE ATTR-NORMAL TO PRESENTA DOCPRESA ORIGENA.

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

       7100-LEER-MONEDA.
           MOVE HV-MONEDA-BF TO HV-CODIGO-MONEDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CODIGO_MONEDA INTO :HV-CODIGO-MONEDA
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.

       7150-LEER-CLIENTE.
           MOVE HV-PRESENTANTE-BF TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO INTO :HV-USUARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7200-INSERTAR-SECUESTRO.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-BF.
           MOVE WS-DENOM-VALOR   TO HV-DENOM-BF.
           MOVE CG-M-USER        TO HV-CAJERO-BF.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG-BF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT TIMESTAMP)
               INTO :HV-FECHA-SEC-BF
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.BILLETES_FALSOS
               (SUCURSAL_ID, MONEDA, DENOMINACION, NRO_SERIE,
                PRESENTANTE, DOC_PRESENTANTE, CAJERO, ORIGEN,
                FECHA_NEGOCIO, FECHA_SECUESTRO, ESTADO)
               VALUES (:HV-SUCURSAL-BF, :HV-MONEDA-BF, :HV-DENOM-BF,
                :HV-SERIE-BF, :HV-PRESENTANTE-BF, :HV-DOC-PRES-BF,
                :HV-CAJERO-BF, :HV-ORIGEN-BF,
                DATE(:HV-FECHA-NEG-BF), TIMESTAMP(:HV-FECHA-SEC-BF),
                'R')
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-SECUESTRO-BF
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Acta de secuestro por la impresora de la sucursal; queda
      * registrada en COLA_IMPRESION en la misma unidad de trabajo.
       7300-EMITIR-ACTA.
           MOVE HV-ID-SECUESTRO-BF TO WS-ACTA-NRO-ED.
           MOVE SPACES TO WS-ACTA-LINEA.
           STRING ' ACTA DE SECUESTRO NRO ' DELIMITED BY SIZE
               WS-ACTA-NRO-ED DELIMITED BY SIZE
               ' SUC ' DELIMITED BY SIZE
               HV-SUCURSAL-BF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-FECHA-SEC-BF(1:19) DELIMITED BY SIZE
               INTO WS-ACTA-LINEA.
           MOVE WS-ACTA-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.
           MOVE SPACES TO WS-ACTA-LINEA.
           MOVE WS-DENOM-VALOR TO WS-DENOM-EDIT.
           STRING ' BILLETE FALSO ' DELIMITED BY SIZE
               HV-MONEDA-BF DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-DENOM-EDIT DELIMITED BY SIZE
               ' SERIE ' DELIMITED BY SIZE
               HV-SERIE-BF DELIMITED BY SIZE
               INTO WS-ACTA-LINEA.
           MOVE WS-ACTA-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.
           MOVE SPACES TO WS-ACTA-LINEA.
           STRING ' PRESENTO ' DELIMITED BY SIZE
               HV-PRESENTANTE-BF DELIMITED BY SIZE
               ' DOC ' DELIMITED BY SIZE
               HV-DOC-PRES-BF DELIMITED BY SIZE
               ' CAJERO ' DELIMITED BY SIZE
               HV-CAJERO-BF DELIMITED BY SIZE
               INTO WS-ACTA-LINEA.
           MOVE WS-ACTA-LINEA TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.
           MOVE ' RETENIDO PARA EL BANCO CENTRAL - SIN VALOR DE CAMBIO'
             TO WS-IMP-LINEA.
           PERFORM 9930-ENCOLAR-IMPRESION-SPOOL.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
      * Vuelve a la pantalla de la que se vino (PBNKX/PBNKDX); sin
      * origen conocido, al menu.
       9050-VOLVER-AL-ORIGEN.
           IF CH-PROGRAMA-RETORNO = CS-PGM-CONSULTA
               OR CH-PROGRAMA-RETORNO = CS-PGM-CAMBIO-DIVISA
               MOVE CH-PROGRAMA-RETORNO TO CH-XCTL
               INITIALIZE CH-COMUN
               MOVE WC-TRANSACCION TO CH-TRANS-RETORNO
               MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL
               PERFORM 9594-GRABAR-TIEMPO-XCTL
               EXEC CICS XCTL PROGRAM(CH-XCTL)
                   COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
               END-EXEC
           ELSE
               PERFORM 9000-VOLVER-AL-MENU
           END-IF.

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
       COPY CPYIMPP.
       COPY CPYRTMP.
