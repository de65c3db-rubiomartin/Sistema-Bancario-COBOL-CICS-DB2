       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKBU.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKBU                                 **
      ** TITULO ...........: CONSULTA DE CUENTA POR CBU             **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF10 desde       **
      **   PBNKVC): con un CBU de 22 digitos tecleado valida los    **
      **   digitos verificadores (COPYS/CPYCBUP.cbl) y muestra la   **
      **   cuenta a la que pertenece: NUMERO_CUENTA, USUARIO,       **
      **   nombre y estado del cliente, tipo y moneda.              **
      ** - Un CBU bien formado de otra entidad (o todavia no        **
      **   asignado por BATCH/PBNKCU.cbl) se informa como           **
      **   inexistente en el banco.                                 **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKBUMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYCBUW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKBU'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKBU'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPBU'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKBUMP'.

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

      * Cinturon ademas del gate del PF de PBNKVC (solo personal).
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
           MOVE LOW-VALUES TO BKMAPBUO.
           MOVE ' ENTER=BUSCAR CBU  PF3=FIN' TO LEYENDAO.
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
                   PERFORM 2100-BUSCAR-CBU

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' INGRESE LOS 22 DIGITOS DEL CBU Y PULSE ENTER'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - VALIDACION DEL CBU Y BUSQUEDA DE LA CUENTA              *
      *================================================================*
       2100-BUSCAR-CBU.
           INSPECT CBUI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CBUC.
           MOVE SPACES TO USRRESO CUENTARO NOMBRERO TIPOCTRO.
           MOVE SPACES TO MONEDARO ESTADORO.
           MOVE CBUI TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.

           EVALUATE TRUE
               WHEN CBUI = SPACES
                   MOVE ' ERROR: INGRESE EL CBU' TO MSGO
                   MOVE ATTR-RED TO CBUC

               WHEN WS-CBU-OK NOT = 'S'
                   STRING ' ERROR: ' DELIMITED BY SIZE
                       WS-CBU-MOTIVO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO CBUC

               WHEN OTHER
                   PERFORM 7100-LEER-CUENTA-CBU
                   IF SQLCODE NOT = 0
                       MOVE ' CBU INEXISTENTE EN EL BANCO' TO MSGO
                       MOVE ATTR-RED TO CBUC
                   ELSE
                       PERFORM 3000-CARGAR-CUENTA
                       MOVE ' CUENTA ENCONTRADA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 3000 - CARGA DE LA CUENTA ENCONTRADA                           *
      *================================================================*
       3000-CARGAR-CUENTA.
           MOVE HV-NUMERO-CUENTA TO CUENTARO.
           MOVE HV-USUARIO-CTA   TO USRRESO.
           MOVE HV-TIPO-CUENTA   TO TIPOCTRO.
           MOVE HV-MONEDA-CTA    TO MONEDARO.
           PERFORM 7200-LEER-CLIENTE.
           IF SQLCODE = 0
               MOVE HV-NOMBRE TO NOMBRERO
               MOVE HV-ESTADO TO ESTADORO
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPBUO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPBUO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPBUI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-CUENTA-CBU.
           MOVE WS-CBU-NUMERO TO HV-CBU-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NUMERO_CUENTA, USUARIO, TIPO_CUENTA, MONEDA
               INTO :HV-NUMERO-CUENTA, :HV-USUARIO-CTA,
                    :HV-TIPO-CUENTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE CBU = :HV-CBU-CTA
           END-EXEC.

       7200-LEER-CLIENTE.
           MOVE HV-USUARIO-CTA TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
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

       COPY CPYCBUP.
       COPY CPYRTMP.
