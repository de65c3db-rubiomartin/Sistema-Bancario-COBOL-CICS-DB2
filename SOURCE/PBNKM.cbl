      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2 (catalogo de menu)         **
      ** **
      ** DESCRIPCION ......:                                        **
      **
      ** - Menu central de la aplicacion bancaria.                  **
      ** Menu en dos niveles armado desde el catalogo               **
      ** IBMUSER.MENU_OPCIONES (DDL/MENU_OPCIONES.sql):             **
      ** primero los grupos (CUENTAS, PAGOS, TARJETAS,              **
      ** PRESTAMOS, BACK OFFICE, CUMPLIMIENTO) y, elegido           **
      ** uno, sus opciones con el mismo codigo de siempre.          **
      ** Cada fila da programa destino, DESTINO para las            **
      ** que pasan por PBNKQ, TIPO_USUARIO y ROL_ADMIN              **
      ** (ADMINS.ROL del usuario); solo se listan y                 **
      ** aceptan las visibles para quien esta logueado.             **
      ** Rotulos traducibles via IBMUSER.MENSAJES.                  **
      ** Grupo y pagina viajan en pantalla (GRUPOSEL,               **
      ** PAGINA): F3 vuelve a grupos, F7/F8 paginan.                **
      ** Alta/baja de opciones = cambio de datos, no de             **
      ** programa. DB2: MENU_OPCIONES, ADMINS, MENSAJES.            **
      ** **
      ** Gestiona la navegacion mediante XCTL y controla            **
      ** el acceso no autorizado (si no viene de LOGN).             **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DEFINICIONES DB2 (solo el contador de avisos sin leer)         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLMNOP END-EXEC.
           EXEC SQL INCLUDE DCLMSGC END-EXEC.

       01  WS-AVISOS-SIN-LEER       PIC S9(4) COMP VALUE 0.
       01  WS-AVISOS-EDIT           PIC ZZZZ9.
           05 WS-CLAVES-VENCIDAS-M  PIC S9(4) COMP VALUE 0.
           05 WS-VALOR-PARAM-M      PIC S9(9)V9(6) COMP-3 VALUE 0.

      * Menu por catalogo (IBMUSER.MENU_OPCIONES). El nivel en curso
      * (grupo ' ' = lista de grupos) y la pagina viajan en la propia
      * pantalla (GRUPOSEL / PAGINA) y se releen en cada RECEIVE.
       01  WS-CONTROL-MENU.
           05 WS-GRUPO-ACTUAL       PIC X(1)  VALUE SPACE.
           05 WS-PAGINA-X           PIC X(2)  VALUE '01'.
           05 WS-PAGINA REDEFINES WS-PAGINA-X
                                    PIC 9(2).
           05 WS-TIPO-USUARIO       PIC X(1)  VALUE SPACE.
           05 WS-ROL-ADMIN          PIC X(1)  VALUE SPACE.
           05 WS-CANT-FILAS         PIC S9(4) COMP VALUE 0.
           05 WS-DESDE              PIC S9(4) COMP VALUE 0.
           05 WS-HASTA              PIC S9(4) COMP VALUE 0.
           05 WS-IX                 PIC S9(4) COMP VALUE 0.
           05 WS-CANT-ENTRADAS      PIC S9(4) COMP VALUE 0.
           05 WS-HAY-MAS            PIC X(1)  VALUE 'N'.
           05 SW-ACCESO-MENU        PIC X(1)  VALUE 'N'.
              88 ACCESO-PERMITIDO             VALUE 'S'.
           05 WC-LINEAS-PAGINA      PIC S9(4) COMP VALUE 12.

       01  WS-LINEAS-MENU.
           05 WS-LINEA-MENU         PIC X(40) OCCURS 12 TIMES.

       01  WS-LINEA-ARMADA.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LA-CODIGO          PIC X(1).
           05 FILLER                PIC X(3)  VALUE ' - '.
           05 WS-LA-ROTULO          PIC X(30).
           05 FILLER                PIC X(5)  VALUE SPACES.

      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CICSATTR.
       COPY CPYMSGW.
       COPY CPYRTMW.

      *--- Variable faltante para codigos de respuesta CICS ---
       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
      *----------------------------------------------------------------
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
                   END-IF
                   MOVE LOW-VALUE          TO BNKMAPMO
                   INITIALIZE CH-COMUN
                   MOVE SPACE              TO WS-GRUPO-ACTUAL
                   MOVE 1                  TO WS-PAGINA
                   PERFORM 4000-ARMAR-MENU
                   MOVE CG-ULTIMO-ACCESO   TO MSGO
      * Junto al ultimo acceso, los avisos sin leer del buzon
      * (SOURCE/PBNKIB.cbl, grupo 1 opcion O).
                   PERFORM 1200-CONTAR-AVISOS
                   IF WS-AVISOS-SIN-LEER > 0
                       MOVE WS-AVISOS-SIN-LEER TO WS-AVISOS-EDIT

               WHEN EIBAID = DFHENTER
                 OR EIBAID = DFHPF1
                 OR EIBAID = DFHPF3
                 OR EIBAID = DFHPF7
                 OR EIBAID = DFHPF8
                 OR EIBAID = DFHPF12
                    PERFORM 1000-PROCESO-NEGOCIO

      *----------------------------------------------------------------
       1000-PROCESO-NEGOCIO.
           PERFORM 2000-RECIBE-MAPA.
           PERFORM 1050-RESOLVER-NIVEL.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 1100-VALIDAR-OPCION THRU 1100-EXIT

      * F3: de las opciones de un grupo vuelve a la lista de grupos
               WHEN EIBAID = DFHPF3
                   MOVE SPACE TO WS-GRUPO-ACTUAL
                   MOVE 1     TO WS-PAGINA
                   PERFORM 1300-MOSTRAR-NIVEL

      * F7/F8: pagina anterior / siguiente del nivel en curso
               WHEN EIBAID = DFHPF7
                   IF WS-PAGINA > 1
                       SUBTRACT 1 FROM WS-PAGINA
                   END-IF
                   PERFORM 1300-MOSTRAR-NIVEL

               WHEN EIBAID = DFHPF8
                   ADD 1 TO WS-PAGINA
                   PERFORM 1300-MOSTRAR-NIVEL

      * F12: Salir al Login
               WHEN EIBAID = DFHPF12
                   PERFORM 3000-ENVIO-MAPA
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1050: NIVEL Y PAGINA EN CURSO (leidos de la pantalla) y
      * perfil del usuario para filtrar el catalogo
      *----------------------------------------------------------------
       1050-RESOLVER-NIVEL.
           MOVE GRUPOSELI TO WS-GRUPO-ACTUAL.
           IF GRUPOSELL = 0 OR WS-GRUPO-ACTUAL = LOW-VALUE
               MOVE SPACE TO WS-GRUPO-ACTUAL
           END-IF.
           MOVE PAGINAI TO WS-PAGINA-X.
           IF PAGINAL = 0 OR WS-PAGINA-X IS NOT NUMERIC
               MOVE 1 TO WS-PAGINA
           END-IF.
           IF WS-PAGINA = 0
               MOVE 1 TO WS-PAGINA
           END-IF.
           PERFORM 1060-RESOLVER-PERFIL.

      * TIPO_USUARIO de la sesion y, si el USUARIO es ademas un id de
      * soporte activo, su ADMINS.ROL.
       1060-RESOLVER-PERFIL.
           MOVE CG-TIPO-USUARIO TO WS-TIPO-USUARIO.
           MOVE SPACE TO WS-ROL-ADMIN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ROL INTO :WS-ROL-ADMIN
               FROM IBMUSER.ADMINS
               WHERE ADMIN_ID = :CG-M-USER
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACE TO WS-ROL-ADMIN
           END-IF.

      *----------------------------------------------------------------
      * 1100: VALIDACION DE OPCIONES
      * En la lista de grupos la opcion es un GRUPO; dentro de un
      * grupo, el CODIGO de una de sus opciones. El destino y el
      * acceso salen de IBMUSER.MENU_OPCIONES.
      *----------------------------------------------------------------
       1100-VALIDAR-OPCION.
           IF OPCIONL = 0 OR OPCIONI = SPACE OR OPCIONI = LOW-VALUE
               MOVE LOW-VALUES TO BNKMAPMO
               MOVE ' SELECCIONE UNA OPCION CORRECTA' TO MSGO
               SET ENVIO-DATAONLY TO TRUE
               PERFORM 3000-ENVIO-MAPA
               GO TO 1100-EXIT
           END-IF.

           IF WS-GRUPO-ACTUAL = SPACE
               PERFORM 1110-ELEGIR-GRUPO THRU 1110-EXIT
           ELSE
               PERFORM 1120-ELEGIR-OPCION THRU 1120-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-ELEGIR-GRUPO.
           MOVE OPCIONI TO HV-GRUPO-MNU.
           MOVE SPACE   TO HV-CODIGO-MNU.
           PERFORM 7300-LEER-OPCION.
           IF SQLCODE NOT = 0
               MOVE LOW-VALUES TO BNKMAPMO
               MOVE ' SELECCIONE UNA OPCION CORRECTA' TO MSGO
               SET ENVIO-DATAONLY TO TRUE
               PERFORM 3000-ENVIO-MAPA
               GO TO 1110-EXIT
           END-IF.
           PERFORM 1130-VERIFICAR-ACCESO.
           IF ACCESO-PERMITIDO
               PERFORM 7400-CONTAR-ENTRADAS
               IF WS-CANT-ENTRADAS = 0
                   MOVE 'N' TO SW-ACCESO-MENU
               END-IF
           END-IF.
           IF NOT ACCESO-PERMITIDO
               MOVE LOW-VALUES TO BNKMAPMO
               MOVE ' OPCION RESERVADA A PERSONAL' TO MSGO
               SET ENVIO-DATAONLY TO TRUE
               PERFORM 3000-ENVIO-MAPA
               GO TO 1110-EXIT
           END-IF.
           MOVE HV-GRUPO-MNU TO WS-GRUPO-ACTUAL.
           MOVE 1 TO WS-PAGINA.
           PERFORM 1300-MOSTRAR-NIVEL.
       1110-EXIT.
           EXIT.

      * El grupo se vuelve a verificar: el nivel viaja en pantalla.
       1120-ELEGIR-OPCION.
           MOVE WS-GRUPO-ACTUAL TO HV-GRUPO-MNU.
           MOVE SPACE           TO HV-CODIGO-MNU.
           PERFORM 7300-LEER-OPCION.
           IF SQLCODE = 0
               PERFORM 1130-VERIFICAR-ACCESO
           ELSE
               MOVE 'N' TO SW-ACCESO-MENU
           END-IF.
           IF ACCESO-PERMITIDO
               MOVE WS-GRUPO-ACTUAL TO HV-GRUPO-MNU
               MOVE OPCIONI         TO HV-CODIGO-MNU
               PERFORM 7300-LEER-OPCION
               IF SQLCODE NOT = 0
                   MOVE LOW-VALUES TO BNKMAPMO
                   MOVE ' SELECCIONE UNA OPCION CORRECTA' TO MSGO
                   SET ENVIO-DATAONLY TO TRUE
                   PERFORM 3000-ENVIO-MAPA
                   GO TO 1120-EXIT
               END-IF
               PERFORM 1130-VERIFICAR-ACCESO
           END-IF.
           IF NOT ACCESO-PERMITIDO
               MOVE LOW-VALUES TO BNKMAPMO
               MOVE ' OPCION RESERVADA A PERSONAL' TO MSGO
               SET ENVIO-DATAONLY TO TRUE
               PERFORM 3000-ENVIO-MAPA
               GO TO 1120-EXIT
           END-IF.

      * Las opciones que operan sobre una cuenta pasan primero por
      * la seleccion de cuenta (PBNKQ), que sigue a DESTINO.
           IF HV-DESTINO-MNU NOT = SPACES
               MOVE HV-DESTINO-MNU  TO CG-CUENTA-DESTINO
           END-IF.
           MOVE HV-PROGRAMA-MNU TO CH-XCTL.
           PERFORM 8000-LLAMAR-PROGRAMA.
       1120-EXIT.
           EXIT.

      * Misma regla que el filtro de los cursores de 4100.
       1130-VERIFICAR-ACCESO.
           MOVE 'N' TO SW-ACCESO-MENU.
           IF (HV-TIPO-USU-MNU = SPACE
                 OR HV-TIPO-USU-MNU = WS-TIPO-USUARIO)
              AND (HV-ROL-ADM-MNU = SPACE
                 OR HV-ROL-ADM-MNU = WS-ROL-ADMIN)
               SET ACCESO-PERMITIDO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 1300: REDIBUJA EL NIVEL EN CURSO (grupos u opciones)
      *----------------------------------------------------------------
       1300-MOSTRAR-NIVEL.
           MOVE LOW-VALUES TO BNKMAPMO.
           PERFORM 4000-ARMAR-MENU.
           SET ENVIO-DATAONLY TO TRUE.
           PERFORM 3000-ENVIO-MAPA.

      *----------------------------------------------------------------
      * 1200: AYUDA (PF1)
      *----------------------------------------------------------------
       1200-MOSTRAR-AYUDA.
           MOVE LOW-VALUES TO BNKMAPMO.
      * Las opciones ya estan en pantalla; la ayuda resume teclas.
           MOVE ' OPCION+ENTER  PF3=GRUPOS PF7/PF8=PAGINA PF12=SALIR'
             TO MSGO.
           MOVE DFHYELLOW TO MSGC.
           SET ENVIO-DATAONLY TO TRUE.
           PERFORM 3000-ENVIO-MAPA.

       1200-CONTAR-AVISOS.
           MOVE 0 TO WS-AVISOS-SIN-LEER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-AVISOS-SIN-LEER
               FROM IBMUSER.NOTIFICACIONES
               WHERE USUARIO_DESTINO = :CG-M-USER
                FREEKB
           END-EXEC.

      *----------------------------------------------------------------
      * 4000: ARMADO DEL NIVEL EN CURSO DESDE EL CATALOGO
      * Se recorre el cursor del nivel y se guardan solo las filas de
      * la pagina pedida; una fila de mas habilita PF8. Una pagina
      * fuera de rango vuelve a la ultima con filas.
      *----------------------------------------------------------------
       4000-ARMAR-MENU.
           PERFORM 4100-CARGAR-PAGINA.
           IF WS-CANT-FILAS > 0 AND WS-CANT-FILAS < WS-DESDE
               COMPUTE WS-PAGINA =
                   (WS-CANT-FILAS - 1) / WC-LINEAS-PAGINA + 1
               PERFORM 4100-CARGAR-PAGINA
           END-IF.

           IF WS-GRUPO-ACTUAL = SPACE
               MOVE ' GRUPOS' TO NIVELO
           ELSE
               MOVE WS-GRUPO-ACTUAL TO HV-GRUPO-MNU
               MOVE SPACE           TO HV-CODIGO-MNU
               PERFORM 7300-LEER-OPCION
               PERFORM 4300-ROTULO-FILA
               MOVE WS-LINEA-ARMADA TO NIVELO
           END-IF.
           MOVE WS-LINEA-MENU(1)  TO LINEA01O.
           MOVE WS-LINEA-MENU(2)  TO LINEA02O.
           MOVE WS-LINEA-MENU(3)  TO LINEA03O.
           MOVE WS-LINEA-MENU(4)  TO LINEA04O.
           MOVE WS-LINEA-MENU(5)  TO LINEA05O.
           MOVE WS-LINEA-MENU(6)  TO LINEA06O.
           MOVE WS-LINEA-MENU(7)  TO LINEA07O.
           MOVE WS-LINEA-MENU(8)  TO LINEA08O.
           MOVE WS-LINEA-MENU(9)  TO LINEA09O.
           MOVE WS-LINEA-MENU(10) TO LINEA10O.
           MOVE WS-LINEA-MENU(11) TO LINEA11O.
           MOVE WS-LINEA-MENU(12) TO LINEA12O.

           MOVE WS-GRUPO-ACTUAL TO GRUPOSELO.
           MOVE WS-PAGINA-X     TO PAGINAO.
           MOVE ATTR-PROT-MDT   TO GRUPOSELA PAGINAA.
           IF WS-GRUPO-ACTUAL = SPACE
               MOVE ' OPCION=GRUPO PF7/PF8=PAGINA PF1=AYUDA PF12=SALIR'
                 TO LEYENDAO
           ELSE
               MOVE ' PF3=GRUPOS  PF7/PF8=PAGINA  PF1=AYUDA  PF12=SALIR'
                 TO LEYENDAO
           END-IF.
           IF WS-HAY-MAS = 'S'
               MOVE ' MAS OPCIONES CON PF8' TO MSGO
           END-IF.
           IF WS-CANT-FILAS = 0
               MOVE ' NO HAY OPCIONES DISPONIBLES' TO MSGO
           END-IF.

       4100-CARGAR-PAGINA.
           MOVE SPACES TO WS-LINEAS-MENU.
           MOVE 'N' TO WS-HAY-MAS.
           MOVE 0 TO WS-CANT-FILAS.
           COMPUTE WS-DESDE = (WS-PAGINA - 1) * WC-LINEAS-PAGINA + 1.
           COMPUTE WS-HASTA = WS-DESDE + WC-LINEAS-PAGINA - 1.
      * Una fila es visible si esta activa y el usuario cumple su
      * TIPO_USUARIO y su ROL_ADMIN (' ' = sin requisito). Un grupo se
      * lista si ademas tiene al menos una opcion visible.
           EXEC SQL DECLARE CUR-GRUPOS-MNU CURSOR FOR
               SELECT G.GRUPO, G.CODIGO, G.ID_MENSAJE, G.ROTULO
               FROM IBMUSER.MENU_OPCIONES G
               WHERE G.CODIGO = ' '
                 AND G.ACTIVO = 'S'
                 AND G.TIPO_USUARIO IN (' ', :WS-TIPO-USUARIO)
                 AND G.ROL_ADMIN IN (' ', :WS-ROL-ADMIN)
                 AND EXISTS
                     (SELECT 1 FROM IBMUSER.MENU_OPCIONES E
                       WHERE E.GRUPO = G.GRUPO
                         AND E.CODIGO <> ' '
                         AND E.ACTIVO = 'S'
                         AND E.TIPO_USUARIO IN (' ', :WS-TIPO-USUARIO)
                         AND E.ROL_ADMIN IN (' ', :WS-ROL-ADMIN))
               ORDER BY G.ORDEN, G.GRUPO
           END-EXEC.
           EXEC SQL DECLARE CUR-OPCIONES-MNU CURSOR FOR
               SELECT E.GRUPO, E.CODIGO, E.ID_MENSAJE, E.ROTULO
               FROM IBMUSER.MENU_OPCIONES E
               WHERE E.GRUPO = :WS-GRUPO-ACTUAL
                 AND E.CODIGO <> ' '
                 AND E.ACTIVO = 'S'
                 AND E.TIPO_USUARIO IN (' ', :WS-TIPO-USUARIO)
                 AND E.ROL_ADMIN IN (' ', :WS-ROL-ADMIN)
               ORDER BY E.ORDEN, E.CODIGO
           END-EXEC.
           IF WS-GRUPO-ACTUAL = SPACE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-GRUPOS-MNU END-EXEC
               PERFORM 7110-FETCH-GRUPO
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM 4200-GUARDAR-FILA
                   PERFORM 7110-FETCH-GRUPO
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-GRUPOS-MNU END-EXEC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-OPCIONES-MNU END-EXEC
               PERFORM 7210-FETCH-OPCION
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM 4200-GUARDAR-FILA
                   PERFORM 7210-FETCH-OPCION
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-OPCIONES-MNU END-EXEC
           END-IF.

       4200-GUARDAR-FILA.
           ADD 1 TO WS-CANT-FILAS.
           IF WS-CANT-FILAS > WS-HASTA
               MOVE 'S' TO WS-HAY-MAS
           ELSE
               IF WS-CANT-FILAS >= WS-DESDE
                   COMPUTE WS-IX = WS-CANT-FILAS - WS-DESDE + 1
                   PERFORM 4300-ROTULO-FILA
                   MOVE WS-LINEA-ARMADA TO WS-LINEA-MENU(WS-IX)
               END-IF
           END-IF.

      * Rotulo en el idioma de la sesion (IBMUSER.MENSAJES); sin fila
      * queda el ROTULO del catalogo.
       4300-ROTULO-FILA.
           IF HV-CODIGO-MNU = SPACE
               MOVE HV-GRUPO-MNU  TO WS-LA-CODIGO
           ELSE
               MOVE HV-CODIGO-MNU TO WS-LA-CODIGO
           END-IF.
           MOVE CG-IDIOMA     TO WS-MSG-IDIOMA.
           MOVE HV-ROTULO-MNU TO WS-MSG-TEXTO.
           MOVE HV-ID-MSG-MNU TO WS-MSG-ID.
           PERFORM 9940-BUSCAR-MENSAJE.
           MOVE WS-MSG-TEXTO  TO WS-LA-ROTULO.

      *----------------------------------------------------------------
      * 7000: CATALOGO DEL MENU (IBMUSER.MENU_OPCIONES)
      *----------------------------------------------------------------
       7110-FETCH-GRUPO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-GRUPOS-MNU
               INTO :HV-GRUPO-MNU, :HV-CODIGO-MNU, :HV-ID-MSG-MNU,
                    :HV-ROTULO-MNU
           END-EXEC.

       7210-FETCH-OPCION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-OPCIONES-MNU
               INTO :HV-GRUPO-MNU, :HV-CODIGO-MNU, :HV-ID-MSG-MNU,
                    :HV-ROTULO-MNU
           END-EXEC.

       7300-LEER-OPCION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PROGRAMA, DESTINO, TIPO_USUARIO,
                      ROL_ADMIN, ID_MENSAJE, ROTULO
               INTO :HV-PROGRAMA-MNU, :HV-DESTINO-MNU,
                    :HV-TIPO-USU-MNU, :HV-ROL-ADM-MNU,
                    :HV-ID-MSG-MNU, :HV-ROTULO-MNU
               FROM IBMUSER.MENU_OPCIONES
               WHERE GRUPO = :HV-GRUPO-MNU
                 AND CODIGO = :HV-CODIGO-MNU
                 AND ACTIVO = 'S'
           END-EXEC.

       7400-CONTAR-ENTRADAS.
           MOVE 0 TO WS-CANT-ENTRADAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ENTRADAS
               FROM IBMUSER.MENU_OPCIONES E
               WHERE E.GRUPO = :HV-GRUPO-MNU
                 AND E.CODIGO <> ' '
                 AND E.ACTIVO = 'S'
                 AND E.TIPO_USUARIO IN (' ', :WS-TIPO-USUARIO)
                 AND E.ROL_ADMIN IN (' ', :WS-ROL-ADMIN)
           END-EXEC.

      *----------------------------------------------------------------
      * 8000: NAVEGACION (XCTL)
      * Configura y ejecuta la llamada a otro programa
           MOVE WC-PROGRAMA       TO CH-PROGRAMA-RETORNO

      * XCTL al programa seleccionado (PBNKX, PBNKT, etc)
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS
               XCTL PROGRAM  (CH-XCTL)
                    COMMAREA (COMMAREA-GLOBAL)
      * Vuelve a CICS esperando respuesta (Pseudo-conversacional)
      *----------------------------------------------------------------
       9000-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS
               RETURN
               TRANSID('BNKM')
       9480-VERIFICAR-EDAD-CLAVE.
           MOVE 'N' TO WS-CLAVE-VENCIDA-M.
           MOVE 90 TO WS-MAX-EDAD-CLAVE-M.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-VALOR-PARAM-M
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MAX_EDAD_CLAVE_DIAS'
               MOVE WS-VALOR-PARAM-M TO WS-MAX-EDAD-CLAVE-M
           END-IF.
           MOVE 0 TO WS-CLAVES-VENCIDAS-M.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CLAVES-VENCIDAS-M
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :CG-M-USER
       9490-REBOTAR-A-CLAVE.
           INITIALIZE CH-COMUN.
           MOVE 'BNKM' TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CLAVE)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       9100-SALIR-A-LOGN.

           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           END-IF.

           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       COPY CPYMSGP.
       COPY CPYRTMP.
