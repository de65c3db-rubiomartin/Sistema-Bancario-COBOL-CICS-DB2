       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTY                                 **
      ** TITULO ...........: ACEPTACION DE TERMINOS Y CONDICIONES   **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla obligatoria entre el login (PBNKL) y el menu    **
      **   cuando el cliente tiene terminos y condiciones sin       **
      **   aceptar (ver DDL/TERMINOS.sql): la version vigente       **
      **   mas alta del convenio general y de cada producto que     **
      **   tiene, para todos los canales o el de la sesion.         **
      ** - Muestra una version por vez: producto, canal,            **
      **   version, vigencia, titulo, resumen de cambios y          **
      **   referencia del texto completo, con cuantas quedan.       **
      ** - PF5 acepta: una fila en TERMINOS_ACEPTACION con          **
      **   fecha y hora, terminal CICS y sucursal de la sesion.     **
      **   Sin pendientes sigue al menu (PBNKM), que rebota al      **
      **   cambio de clave si esta vencida.                         **
      ** - PF3 no acepta: la sesion termina sin entrar al menu;     **
      **   en el proximo login se vuelve a pedir.                   **
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
       COPY BKTYMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLTVER END-EXEC.
           EXEC SQL INCLUDE DCLTACE END-EXEC.
           EXEC SQL INCLUDE DCLSUCUR END-EXEC.
           EXEC SQL INCLUDE DCLPROD END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO            PIC X(8)  VALUE SPACES.
           05 WS-CANAL-SESION       PIC X(1)  VALUE 'O'.
           05 WS-CANT-PEND          PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.
           05 WS-VERSION-X          PIC X(4).
           05 WS-VERSION-N REDEFINES WS-VERSION-X
                                    PIC 9(4).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.
           05 WS-MENSAJE-RECHAZO    PIC X(60)
              VALUE 'TERMINOS NO ACEPTADOS - SESION FINALIZADA'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTY'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKTY'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPTY'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKTYMP'.

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
           MOVE LOW-VALUES TO BKMAPTYO.
           MOVE ' PF5=ACEPTO  PF3=NO ACEPTO (FINALIZA LA SESION)'
             TO LEYENDAO.
           PERFORM 1100-RESOLVER-CANAL.
           PERFORM 3000-CARGAR-PENDIENTE.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      * Canal de la sucursal de la sesion (CG-SUCURSAL-ID, resuelta
      * por PBNKL); sin fila en SUCURSAL cuenta como online.
       1100-RESOLVER-CANAL.
           MOVE CG-M-USER TO WS-USUARIO.
           MOVE 'O' TO WS-CANAL-SESION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CANAL INTO :HV-CANAL
               FROM IBMUSER.SUCURSAL
               WHERE SUCURSAL_ID = :CG-SUCURSAL-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-CANAL TO WS-CANAL-SESION
           END-IF.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      * La version en curso es PRODUCTO/CANAL/VERSION de la pantalla.  *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           PERFORM 1100-RESOLVER-CANAL.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   PERFORM 2100-ACEPTAR-VERSION THRU 2100-EXIT

               WHEN EIBAID = DFHPF3
                   PERFORM 9300-RECHAZAR-TERMINOS

               WHEN OTHER
                   MOVE ' USE PF5 PARA ACEPTAR O PF3 PARA SALIR'
                     TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * Solo se graba si la version de la pantalla sigue pendiente
      * para este cliente y canal; si no, se recarga la siguiente.
       2100-ACEPTAR-VERSION.
           MOVE VERTYI TO WS-VERSION-X.
           IF VERTYL = 0 OR WS-VERSION-X IS NOT NUMERIC
               PERFORM 3000-CARGAR-PENDIENTE
               GO TO 2100-EXIT
           END-IF.

           MOVE PRODTYI      TO HV-PRODUCTO-TA.
           MOVE CANTYI       TO HV-CANAL-TA.
           MOVE WS-VERSION-N TO HV-VERSION-TA.
           INSPECT HV-PRODUCTO-TA REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT HV-CANAL-TA REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM 7500-GRABAR-ACEPTACION.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' VERSION ACEPTADA' TO MSGO
               MOVE ATTR-GREEN TO MSGC
           ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR LA ACEPTACION' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           PERFORM 3000-CARGAR-PENDIENTE.
       2100-EXIT.
           EXIT.

      *================================================================*
      * 3000 - CARGA DE LA PRIMERA VERSION PENDIENTE                   *
      * Sin pendientes la sesion sigue al menu.                        *
      *================================================================*
       3000-CARGAR-PENDIENTE.
           MOVE SPACES TO PRODTYO DPRODTYO CANTYO DCANTYO VERTYO.
           MOVE SPACES TO VIGTYO TITTYO TX1TYO TX2TYO TX3TYO TX4TYO.
           MOVE SPACES TO DOCTYO PENDTYO.

           PERFORM 7200-CONTAR-PENDIENTES.
           IF WS-CANT-PEND = 0
               PERFORM 9000-IR-AL-MENU
           END-IF.
           MOVE WS-CANT-PEND TO WS-CANT-EDIT.
           MOVE WS-CANT-EDIT TO PENDTYO.

           PERFORM 7300-LEER-PRIMERA.
           IF SQLCODE = 0
               PERFORM 3100-MOSTRAR-VERSION
           ELSE
               MOVE ' ERROR AL LEER LOS TERMINOS' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

       3100-MOSTRAR-VERSION.
           MOVE HV-PRODUCTO-TV TO PRODTYO.
           IF HV-PRODUCTO-TV = SPACE
               MOVE 'CONVENIO GENERAL' TO DPRODTYO
           ELSE
               PERFORM 7400-LEER-PRODUCTO
               IF SQLCODE = 0
                   MOVE HV-DESC-PROD TO DPRODTYO
               END-IF
           END-IF.
           MOVE HV-CANAL-TV TO CANTYO.
           EVALUATE HV-CANAL-TV
               WHEN 'T'
                   MOVE 'SUCURSAL' TO DCANTYO
               WHEN 'A'
                   MOVE 'CAJERO' TO DCANTYO
               WHEN 'O'
                   MOVE 'ONLINE' TO DCANTYO
               WHEN OTHER
                   MOVE 'TODOS' TO DCANTYO
           END-EVALUATE.
           MOVE HV-VERSION-TV TO WS-VERSION-N.
           MOVE WS-VERSION-X TO VERTYO.
           MOVE HV-FECHA-VIG-TV TO VIGTYO.
           MOVE HV-TITULO-TV TO TITTYO.
           MOVE HV-TEXTO1-TV TO TX1TYO.
           MOVE HV-TEXTO2-TV TO TX2TYO.
           MOVE HV-TEXTO3-TV TO TX3TYO.
           MOVE HV-TEXTO4-TV TO TX4TYO.
           MOVE HV-DOCUMENTO-TV TO DOCTYO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTYO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTYO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPTYI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      * Version pendiente: la vigente mas alta de su PRODUCTO/CANAL,   *
      * para el convenio general o un producto del cliente, en todos   *
      * los canales o el de la sesion, sin aceptacion de esa version   *
      * o una posterior. Mismo criterio que PBNKL 7550.                *
      *================================================================*
       7200-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PEND
               FROM IBMUSER.TERMINOS_VERSION V
               WHERE V.FECHA_VIGENCIA <= CURRENT DATE
                 AND V.CANAL IN (' ', :WS-CANAL-SESION)
                 AND (V.PRODUCTO = ' '
                      OR EXISTS (SELECT 1 FROM IBMUSER.CUENTAS C
                           WHERE C.USUARIO = :WS-USUARIO
                             AND C.TIPO_CUENTA = V.PRODUCTO))
                 AND V.VERSION =
                     (SELECT MAX(V2.VERSION)
                        FROM IBMUSER.TERMINOS_VERSION V2
                       WHERE V2.PRODUCTO = V.PRODUCTO
                         AND V2.CANAL = V.CANAL
                         AND V2.FECHA_VIGENCIA <= CURRENT DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.TERMINOS_ACEPTACION A
                       WHERE A.USUARIO = :WS-USUARIO
                         AND A.PRODUCTO = V.PRODUCTO
                         AND A.CANAL = V.CANAL
                         AND A.VERSION >= V.VERSION)
           END-EXEC.

       7300-LEER-PRIMERA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT V.PRODUCTO, V.CANAL, V.VERSION, V.TITULO,
                      V.TEXTO1, V.TEXTO2, V.TEXTO3, V.TEXTO4,
                      V.DOCUMENTO, CHAR(V.FECHA_VIGENCIA, ISO)
               INTO :HV-PRODUCTO-TV, :HV-CANAL-TV, :HV-VERSION-TV,
                    :HV-TITULO-TV, :HV-TEXTO1-TV, :HV-TEXTO2-TV,
                    :HV-TEXTO3-TV, :HV-TEXTO4-TV, :HV-DOCUMENTO-TV,
                    :HV-FECHA-VIG-TV
               FROM IBMUSER.TERMINOS_VERSION V
               WHERE V.FECHA_VIGENCIA <= CURRENT DATE
                 AND V.CANAL IN (' ', :WS-CANAL-SESION)
                 AND (V.PRODUCTO = ' '
                      OR EXISTS (SELECT 1 FROM IBMUSER.CUENTAS C
                           WHERE C.USUARIO = :WS-USUARIO
                             AND C.TIPO_CUENTA = V.PRODUCTO))
                 AND V.VERSION =
                     (SELECT MAX(V2.VERSION)
                        FROM IBMUSER.TERMINOS_VERSION V2
                       WHERE V2.PRODUCTO = V.PRODUCTO
                         AND V2.CANAL = V.CANAL
                         AND V2.FECHA_VIGENCIA <= CURRENT DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.TERMINOS_ACEPTACION A
                       WHERE A.USUARIO = :WS-USUARIO
                         AND A.PRODUCTO = V.PRODUCTO
                         AND A.CANAL = V.CANAL
                         AND A.VERSION >= V.VERSION)
               ORDER BY V.PRODUCTO, V.CANAL
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7400-LEER-PRODUCTO.
           MOVE HV-PRODUCTO-TV TO HV-TIPO-CTA-PROD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION INTO :HV-DESC-PROD
               FROM IBMUSER.PRODUCTOS
               WHERE TIPO_CUENTA = :HV-TIPO-CTA-PROD
           END-EXEC.

       7500-GRABAR-ACEPTACION.
           MOVE WS-USUARIO     TO HV-USUARIO-TA.
           MOVE EIBTRMID       TO HV-TERMINAL-TA.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-TA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TERMINOS_ACEPTACION
               (USUARIO, PRODUCTO, CANAL, VERSION, FECHA_HORA,
                TERMINAL_ID, SUCURSAL_ID)
               SELECT :HV-USUARIO-TA, V.PRODUCTO, V.CANAL,
                      V.VERSION, CURRENT TIMESTAMP,
                      :HV-TERMINAL-TA, :HV-SUCURSAL-TA
               FROM IBMUSER.TERMINOS_VERSION V
               WHERE V.PRODUCTO = :HV-PRODUCTO-TA
                 AND V.CANAL = :HV-CANAL-TA
                 AND V.VERSION = :HV-VERSION-TA
                 AND V.FECHA_VIGENCIA <= CURRENT DATE
                 AND V.CANAL IN (' ', :WS-CANAL-SESION)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.TERMINOS_ACEPTACION A
                       WHERE A.USUARIO = :HV-USUARIO-TA
                         AND A.PRODUCTO = V.PRODUCTO
                         AND A.CANAL = V.CANAL
                         AND A.VERSION >= V.VERSION)
           END-EXEC.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9000-IR-AL-MENU.
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

      * Sin aceptacion no hay sesion: mismo cierre que el PF3 de
      * PBNKL (9200-SALIR-DEL-SISTEMA).
       9300-RECHAZAR-TERMINOS.
           EXEC CICS SEND TEXT
                FROM (WS-MENSAJE-RECHAZO)
                LENGTH (LENGTH OF WS-MENSAJE-RECHAZO)
                ERASE FREEKB
           END-EXEC
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL
           PERFORM 9592-GRABAR-TIEMPO
           EXEC CICS RETURN END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
