       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKGE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKGE                                 **
      ** TITULO ...........: REGISTRO DE GRUPOS ECONOMICOS          **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Alta y mantenimiento de los grupos de clientes           **
      **   vinculados (IBMUSER.GRUPOS_ECONOMICOS y GRUPO_MIEMBROS)  **
      **   que el banco trata como un solo riesgo. Solo empleados;  **
      **   se entra con PF4 desde el otorgamiento PBNKLO.           **
      ** - ENTER muestra el grupo tecleado (o el del USUARIO        **
      **   tecleado): cabeza, exposicion agregada de sus miembros   **
      **   activos (COPYS/CPYGREP.cbl) contra el limite de          **
      **   concentracion, y los primeros cinco miembros.            **
      ** - PF5 da de alta un grupo con NOMBRE y su cabeza           **
      **   (USUARIO), que queda como miembro con VINCULO 'C'.       **
      ** - PF6 agrega el USUARIO con VINCULO P (propiedad o         **
      **   control), F (familiar), D (direccion comun) u O (otro);  **
      **   PF7 lo quita; PF8 lo designa cabeza (la anterior pasa    **
      **   al VINCULO tecleado, o 'O'); PF9 disuelve el grupo.      **
      ** - Un cliente integra a lo sumo un grupo activo: el alta    **
      **   y el agregado lo rechazan si ya pertenece a otro.        **
      ** - BATCH/PBNKGR.cbl informa cada mes los grupos que         **
      **   exceden el limite.                                       **
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
       COPY BKGEMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYGREW.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLGREC END-EXEC.
           EXEC SQL INCLUDE DCLGMIE END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO-CONSULTA   PIC X(8).
           05 WS-ID-TEXTO           PIC 9(9).
           05 WS-ID-TEXTO-X REDEFINES WS-ID-TEXTO PIC X(9).
           05 WS-ID-ED              PIC ZZZZZZZZ9.
           05 WS-MIEMBROS-ED        PIC ZZZ9.
           05 WS-FECHA-ALTA         PIC X(10).
           05 WS-CABEZA-ANTERIOR    PIC X(8).
           05 WS-VINCULO-ANTERIOR   PIC X(1).
           05 WS-CANT-LINEAS        PIC S9(4) COMP VALUE 0.
           05 WS-LINEA-CLIENTE      PIC X(60).
           05 WS-IMPORTE-1          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-IMPORTE-2          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-IMPORTE-3          PIC Z.ZZZ.ZZZ.ZZ9,99.

      * Primeros miembros activos del grupo, uno por linea del mapa.
       01  WS-TABLA-LINEAS.
           05 WS-LINEA-MIE          PIC X(79) OCCURS 5 TIMES.

       01  WS-LINEA-DETALLE.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-USUARIO         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-NOMBRE          PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-VINCULO         PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-FECHA           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ALTA-POR        PIC X(8).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-CLIENTE        PIC X     VALUE 'N'.
              88 HAY-CLIENTE-CARGADO          VALUE 'S'.

           03 SW-HAY-GRUPO          PIC X     VALUE 'N'.
              88 HAY-GRUPO-CARGADO            VALUE 'S'.

           03 SW-ERROR-VALIDACION   PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKGE'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKGE'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPGE'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKGEMP'.
           03  WC-LEYENDA           PIC X(60) VALUE
               ' PF5=ALTA PF6=AGREGA PF7=QUITA PF8=CABEZA PF9=DISUELVE'.
           03  WC-AYUDA             PIC X(60) VALUE
               ' VINCULO P=PROPIEDAD F=FAMILIA D=DIRECCION O=OTRO'.
           03  WC-MSG-VINCULO       PIC X(60) VALUE
               ' ERROR: VINCULO P, F, D U O (PF1=AYUDA)'.
           03  WC-MSG-CABEZA        PIC X(60) VALUE
               ' NO SE QUITA LA CABEZA: PF8=OTRA CABEZA PF9=DISOLVER'.

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
           MOVE LOW-VALUES TO BKMAPGEO.
           MOVE WC-LEYENDA TO LEYENDAO.
           PERFORM 3050-ARMAR-CABECERA.
           MOVE ' TECLEE EL NRO DE GRUPO O EL USUARIO DE UN MIEMBRO'
             TO MSGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT IDGEI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT NOMGEI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT USUGEI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT VINCGEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO IDGEC NOMGEC USUGEC VINCGEC.
           MOVE USUGEI TO WS-USUARIO-CONSULTA.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE WC-AYUDA TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-GRUPO

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ALTA-GRUPO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-AGREGAR-MIEMBRO

               WHEN EIBAID = DFHPF7
                   PERFORM 2400-QUITAR-MIEMBRO

               WHEN EIBAID = DFHPF8
                   PERFORM 2500-CAMBIAR-CABEZA

               WHEN EIBAID = DFHPF9
                   PERFORM 2600-DISOLVER-GRUPO

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 3000-MOSTRAR-GRUPO.
           PERFORM 4000-ENVIO-MAPA.

      *----------------------------------------------------------------*
      * 2050/2060/2070 - VALIDACIONES COMUNES A TODAS LAS TECLAS       *
      *----------------------------------------------------------------*
       2050-LEER-CLIENTE.
           MOVE 'N' TO SW-HAY-CLIENTE.
           MOVE SPACES TO NOMCLGEO.
           IF WS-USUARIO-CONSULTA = SPACES
               MOVE ' TECLEE EL USUARIO DEL CLIENTE' TO MSGO
               MOVE ATTR-RED TO MSGC USUGEC
           ELSE
               MOVE WS-USUARIO-CONSULTA TO HV-USUARIO
               PERFORM 7000-LEER-CLIENTE
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE ' USUARIO INEXISTENTE' TO MSGO
                       MOVE ATTR-RED TO MSGC USUGEC
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR LEYENDO EL CLIENTE' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   WHEN HV-TIPO-USUARIO NOT = 'C'
                       MOVE ' EL USUARIO NO ES UN CLIENTE' TO MSGO
                       MOVE ATTR-RED TO MSGC USUGEC
                   WHEN OTHER
                       SET HAY-CLIENTE-CARGADO TO TRUE
                       MOVE SPACES TO WS-LINEA-CLIENTE
                       STRING ' ' HV-NOMBRE ' - ESTADO ' HV-ESTADO
                           DELIMITED BY SIZE INTO WS-LINEA-CLIENTE
                       MOVE WS-LINEA-CLIENTE TO NOMCLGEO
               END-EVALUATE
           END-IF.

      * Grupo tecleado; las altas de miembros, bajas y cambios de
      * cabeza solo se admiten sobre un grupo activo.
       2060-LEER-GRUPO-ID.
           MOVE 'N' TO SW-HAY-GRUPO.
           IF IDGEI = SPACES OR IDGEI NOT NUMERIC
               MOVE ' ERROR: TECLEE EL NRO DE GRUPO (9 DIGITOS)' TO MSGO
               MOVE ATTR-RED TO MSGC IDGEC
           ELSE
               MOVE IDGEI TO WS-ID-TEXTO-X
               MOVE WS-ID-TEXTO TO HV-ID-GREC
               PERFORM 7100-LEER-GRUPO
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE ' EL GRUPO NO EXISTE' TO MSGO
                       MOVE ATTR-RED TO MSGC IDGEC
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR LEYENDO EL GRUPO' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   WHEN OTHER
                       SET HAY-GRUPO-CARGADO TO TRUE
               END-EVALUATE
           END-IF.

       2065-EXIGIR-GRUPO-ACTIVO.
           PERFORM 2060-LEER-GRUPO-ID.
           IF HAY-GRUPO-CARGADO AND HV-ESTADO-GREC NOT = 'A'
               MOVE ' EL GRUPO ESTA DISUELTO' TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           IF NOT HAY-GRUPO-CARGADO
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      * Un cliente integra a lo sumo un grupo activo.
       2070-VERIFICAR-SIN-GRUPO.
           MOVE WS-USUARIO-CONSULTA TO WS-GRE-USUARIO.
           PERFORM 9610-BUSCAR-GRUPO-CLIENTE.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR LEYENDO LOS GRUPOS DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN GRE-HALLADO
                   MOVE WS-GRE-ID-GRUPO TO WS-ID-ED
                   STRING ' EL CLIENTE YA INTEGRA EL GRUPO ' WS-ID-ED
                       DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-RED TO MSGC USUGEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Vinculo tecleado en VINCGE; la cabeza ('C') solo se asigna
      * con el alta del grupo o con PF8.
       2080-VALIDAR-VINCULO.
           IF VINCGEI NOT = 'P' AND VINCGEI NOT = 'F'
                   AND VINCGEI NOT = 'D' AND VINCGEI NOT = 'O'
               MOVE WC-MSG-VINCULO TO MSGO
               MOVE ATTR-RED TO MSGC VINCGEC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100 - CONSULTA: POR NRO DE GRUPO, O EL GRUPO ACTIVO DEL       *
      * USUARIO TECLEADO.                                              *
      *----------------------------------------------------------------*
       2100-CONSULTAR-GRUPO.
           EVALUATE TRUE
               WHEN IDGEI NOT = SPACES
                   PERFORM 2060-LEER-GRUPO-ID

               WHEN WS-USUARIO-CONSULTA NOT = SPACES
                   PERFORM 2050-LEER-CLIENTE
                   IF HAY-CLIENTE-CARGADO
                       MOVE WS-USUARIO-CONSULTA TO WS-GRE-USUARIO
                       PERFORM 9610-BUSCAR-GRUPO-CLIENTE
                       EVALUATE TRUE
                           WHEN SQLCODE NOT = 0
                               MOVE ' ERROR LEYENDO LOS GRUPOS'
                                 TO MSGO
                               MOVE ATTR-RED TO MSGC
                           WHEN NOT GRE-HALLADO
                               MOVE ' EL CLIENTE NO ESTA EN UN GRUPO'
                                 TO MSGO
                               MOVE ATTR-YELLOW TO MSGC
                           WHEN OTHER
                               MOVE WS-GRE-ID-GRUPO TO WS-ID-TEXTO
                               MOVE WS-ID-TEXTO-X TO IDGEI
                               PERFORM 2060-LEER-GRUPO-ID
                       END-EVALUATE
                   END-IF

               WHEN OTHER
                   MOVE ' TECLEE EL NRO DE GRUPO O UN USUARIO' TO MSGO
                   MOVE ATTR-RED TO MSGC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2200 - ALTA DEL GRUPO: FILA DEL GRUPO + CABEZA COMO MIEMBRO    *
      * 'C', EN UNA SOLA UNIDAD DE TRABAJO.                            *
      *----------------------------------------------------------------*
       2200-ALTA-GRUPO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           IF NOMGEI = SPACES
               MOVE ' ERROR: TECLEE EL NOMBRE DEL GRUPO' TO MSGO
               MOVE ATTR-RED TO MSGC NOMGEC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 2050-LEER-CLIENTE
               IF HAY-CLIENTE-CARGADO
                   PERFORM 2070-VERIFICAR-SIN-GRUPO
               ELSE
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7200-INSERTAR-GRUPO
               IF SQLCODE = 0
                   MOVE 'C' TO HV-VINCULO-GMIE
                   PERFORM 7300-INSERTAR-MIEMBRO
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-ID-GREC TO WS-ID-ED
                   STRING ' GRUPO ' WS-ID-ED ' DADO DE ALTA'
                       DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE HV-ID-GREC TO WS-ID-TEXTO
                   MOVE WS-ID-TEXTO-X TO IDGEI
                   SET HAY-GRUPO-CARGADO TO TRUE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL DAR DE ALTA EL GRUPO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2300 - AGREGADO DE UN MIEMBRO. SI YA FUE MIEMBRO DEL GRUPO Y   *
      * SE LO QUITO, SU FILA SE REACTIVA CON EL VINCULO NUEVO.         *
      *----------------------------------------------------------------*
       2300-AGREGAR-MIEMBRO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 2065-EXIGIR-GRUPO-ACTIVO.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2050-LEER-CLIENTE
               IF HAY-CLIENTE-CARGADO
                   PERFORM 2080-VALIDAR-VINCULO
               ELSE
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2070-VERIFICAR-SIN-GRUPO
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               MOVE VINCGEI TO HV-VINCULO-GMIE
               PERFORM 7150-LEER-MIEMBRO
               EVALUATE SQLCODE
                   WHEN 100
                       PERFORM 7300-INSERTAR-MIEMBRO
                   WHEN 0
                       MOVE VINCGEI TO HV-VINCULO-GMIE
                       PERFORM 7310-REACTIVAR-MIEMBRO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' MIEMBRO AGREGADO AL GRUPO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO VINCGEI
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL AGREGAR EL MIEMBRO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400 - BAJA DE UN MIEMBRO (NUNCA LA CABEZA)                    *
      *----------------------------------------------------------------*
       2400-QUITAR-MIEMBRO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 2065-EXIGIR-GRUPO-ACTIVO.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2090-EXIGIR-MIEMBRO-ACTIVO
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
                   AND WS-USUARIO-CONSULTA = HV-CABEZA-GREC
               MOVE WC-MSG-CABEZA TO MSGO
               MOVE ATTR-RED TO MSGC USUGEC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7400-BAJA-MIEMBRO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' MIEMBRO QUITADO DEL GRUPO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL QUITAR EL MIEMBRO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2090-EXIGIR-MIEMBRO-ACTIVO.
           IF WS-USUARIO-CONSULTA = SPACES
               MOVE ' TECLEE EL USUARIO DEL MIEMBRO' TO MSGO
               MOVE ATTR-RED TO MSGC USUGEC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7150-LEER-MIEMBRO
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       MOVE ' ERROR LEYENDO EL MIEMBRO' TO MSGO
                       MOVE ATTR-RED TO MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN SQLCODE = 100 OR HV-ESTADO-GMIE NOT = 'A'
                       MOVE ' EL USUARIO NO ES MIEMBRO ACTIVO DEL GRUPO'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC USUGEC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * 2500 - CAMBIO DE CABEZA: EL MIEMBRO TECLEADO PASA A 'C' Y LA   *
      * CABEZA ANTERIOR AL VINCULO TECLEADO ('O' SI VA EN BLANCO).     *
      *----------------------------------------------------------------*
       2500-CAMBIAR-CABEZA.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 2065-EXIGIR-GRUPO-ACTIVO.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 2090-EXIGIR-MIEMBRO-ACTIVO
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
                   AND WS-USUARIO-CONSULTA = HV-CABEZA-GREC
               MOVE ' EL USUARIO YA ES LA CABEZA DEL GRUPO' TO MSGO
               MOVE ATTR-RED TO MSGC USUGEC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           IF NOT HAY-ERROR-VALIDACION
               IF VINCGEI = SPACES
                   MOVE 'O' TO WS-VINCULO-ANTERIOR
               ELSE
                   PERFORM 2080-VALIDAR-VINCULO
                   MOVE VINCGEI TO WS-VINCULO-ANTERIOR
               END-IF
           END-IF.

           IF NOT HAY-ERROR-VALIDACION
               MOVE HV-CABEZA-GREC TO WS-CABEZA-ANTERIOR
               PERFORM 7500-CAMBIAR-CABEZA
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   STRING ' NUEVA CABEZA ' WS-USUARIO-CONSULTA
                       ' - ' WS-CABEZA-ANTERIOR ' PASA A VINCULO '
                       WS-VINCULO-ANTERIOR
                       DELIMITED BY SIZE INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO VINCGEI
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL CAMBIAR LA CABEZA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2600 - DISOLUCION: EL GRUPO Y SUS MIEMBROS PASAN A 'B'; LOS    *
      * CLIENTES QUEDAN LIBRES PARA INTEGRAR OTRO GRUPO.               *
      *----------------------------------------------------------------*
       2600-DISOLVER-GRUPO.
           MOVE 'N' TO SW-ERROR-VALIDACION.
           PERFORM 2065-EXIGIR-GRUPO-ACTIVO.
           IF NOT HAY-ERROR-VALIDACION
               PERFORM 7600-DISOLVER-GRUPO
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' GRUPO DISUELTO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   PERFORM 7100-LEER-GRUPO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL DISOLVER EL GRUPO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - DATOS DEL GRUPO, EXPOSICION Y MIEMBROS                  *
      *================================================================*
       3000-MOSTRAR-GRUPO.
           MOVE SPACES TO WS-TABLA-LINEAS CABGEO EXP1GEO EXP2GEO
                          EXP3GEO.
           MOVE 0 TO WS-CANT-LINEAS.
           IF HAY-GRUPO-CARGADO
               MOVE HV-NOMBRE-GREC TO NOMGEO
               PERFORM 3200-MOSTRAR-EXPOSICION
               MOVE WS-GRE-MIEMBROS TO WS-MIEMBROS-ED
               IF HV-ESTADO-GREC = 'A'
                   STRING ' CABEZA ' HV-CABEZA-GREC
                       '   MIEMBROS ACTIVOS ' WS-MIEMBROS-ED
                       DELIMITED BY SIZE INTO CABGEO
               ELSE
                   STRING ' GRUPO DISUELTO POR ' HV-BAJA-POR-GREC
                       DELIMITED BY SIZE INTO CABGEO
               END-IF
               EXEC SQL DECLARE CUR-MIEMBROS CURSOR FOR
                   SELECT M.USUARIO, COALESCE(C.NOMBRE, ' '),
                          M.VINCULO, CHAR(DATE(M.FECHA_ALTA), ISO),
                          M.ALTA_POR
                   FROM IBMUSER.GRUPO_MIEMBROS M
                        LEFT OUTER JOIN IBMUSER.CLIENTES C
                        ON C.USUARIO = M.USUARIO
                   WHERE M.ID_GRUPO = :HV-ID-GREC
                     AND M.ESTADO   = 'A'
                   ORDER BY CASE WHEN M.VINCULO = 'C' THEN 0
                                 ELSE 1 END, M.USUARIO
               END-EXEC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-MIEMBROS END-EXEC
               PERFORM 7700-FETCH-MIEMBRO
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-LINEAS = 5
                   ADD 1 TO WS-CANT-LINEAS
                   PERFORM 3100-ARMAR-LINEA
                   PERFORM 7700-FETCH-MIEMBRO
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-MIEMBROS END-EXEC
           END-IF.
           MOVE WS-LINEA-MIE(1) TO LINGE1O.
           MOVE WS-LINEA-MIE(2) TO LINGE2O.
           MOVE WS-LINEA-MIE(3) TO LINGE3O.
           MOVE WS-LINEA-MIE(4) TO LINGE4O.
           MOVE WS-LINEA-MIE(5) TO LINGE5O.

       3050-ARMAR-CABECERA.
           MOVE SPACES TO CABLGEO.
           STRING ' USUARIO  NOMBRE               VINCULO'
               '              ALTA       POR'
               DELIMITED BY SIZE INTO CABLGEO.

       3100-ARMAR-LINEA.
           MOVE HV-USUARIO-GMIE   TO WS-LD-USUARIO.
           MOVE HV-NOMBRE         TO WS-LD-NOMBRE.
           MOVE WS-FECHA-ALTA     TO WS-LD-FECHA.
           MOVE HV-ALTA-POR-GMIE  TO WS-LD-ALTA-POR.
           EVALUATE HV-VINCULO-GMIE
               WHEN 'C'
                   MOVE 'CABEZA DEL GRUPO'     TO WS-LD-VINCULO
               WHEN 'P'
                   MOVE 'PROPIEDAD/CONTROL'    TO WS-LD-VINCULO
               WHEN 'F'
                   MOVE 'FAMILIAR'             TO WS-LD-VINCULO
               WHEN 'D'
                   MOVE 'DIRECCION COMUN'      TO WS-LD-VINCULO
               WHEN OTHER
                   MOVE 'OTRO'                 TO WS-LD-VINCULO
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-MIE(WS-CANT-LINEAS).

      * Exposicion agregada de los miembros activos contra el limite
      * de concentracion (misma rutina que el aviso de PBNKLO y el
      * informe mensual PBNKGR).
       3200-MOSTRAR-EXPOSICION.
           MOVE HV-ID-GREC TO WS-GRE-ID-GRUPO.
           PERFORM 9615-CALCULAR-EXPOSICION.
           IF SQLCODE NOT = 0
               MOVE ' ERROR CALCULANDO LA EXPOSICION DEL GRUPO'
                 TO EXP1GEO
           ELSE
               PERFORM 9620-LEER-LIMITE-CONCENTRACION
               MOVE WS-GRE-PRESTAMOS    TO WS-IMPORTE-1
               MOVE WS-GRE-SOBREG-USADO TO WS-IMPORTE-2
               STRING ' PRESTAMOS      ' WS-IMPORTE-1
                   '   SOBREGIRO USADO  ' WS-IMPORTE-2
                   DELIMITED BY SIZE INTO EXP1GEO
               MOVE WS-GRE-SOBREG-LIBRE TO WS-IMPORTE-1
               MOVE WS-GRE-CHEQUES      TO WS-IMPORTE-2
               MOVE WS-GRE-AVALES       TO WS-IMPORTE-3
               STRING ' LINEA LIBRE ' WS-IMPORTE-1
                   ' CH.GER ' WS-IMPORTE-2
                   ' AVALES ' WS-IMPORTE-3
                   DELIMITED BY SIZE INTO EXP2GEO
               MOVE WS-GRE-TOTAL        TO WS-IMPORTE-1
               MOVE WS-GRE-LIMITE       TO WS-IMPORTE-2
               IF WS-GRE-TOTAL > WS-GRE-LIMITE
                   STRING ' TOTAL          ' WS-IMPORTE-1
                       '   LIMITE           ' WS-IMPORTE-2
                       '  EXCEDIDO'
                       DELIMITED BY SIZE INTO EXP3GEO
                   MOVE ATTR-RED TO EXP3GEC
               ELSE
                   STRING ' TOTAL          ' WS-IMPORTE-1
                       '   LIMITE           ' WS-IMPORTE-2
                       DELIMITED BY SIZE INTO EXP3GEO
                   MOVE ATTR-NORMAL TO EXP3GEC
               END-IF
           END-IF.

      *================================================================*
      * 4000 - MANEJO DEL MAPA                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPGEO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPGEO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPGEI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7000-LEER-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO, TIPO_USUARIO
               INTO :HV-NOMBRE, :HV-ESTADO, :HV-TIPO-USUARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7100-LEER-GRUPO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, USUARIO_CABEZA, ESTADO, BAJA_POR
               INTO :HV-NOMBRE-GREC, :HV-CABEZA-GREC,
                    :HV-ESTADO-GREC, :HV-BAJA-POR-GREC
               FROM IBMUSER.GRUPOS_ECONOMICOS
               WHERE ID_GRUPO = :HV-ID-GREC
           END-EXEC.

       7150-LEER-MIEMBRO.
           MOVE HV-ID-GREC          TO HV-ID-GRUPO-GMIE.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-GMIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO
               INTO :HV-ESTADO-GMIE
               FROM IBMUSER.GRUPO_MIEMBROS
               WHERE ID_GRUPO = :HV-ID-GRUPO-GMIE
                 AND USUARIO  = :HV-USUARIO-GMIE
           END-EXEC.

       7200-INSERTAR-GRUPO.
           MOVE NOMGEI              TO HV-NOMBRE-GREC.
           MOVE WS-USUARIO-CONSULTA TO HV-CABEZA-GREC.
           MOVE CG-M-USER           TO HV-ALTA-POR-GREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GRUPOS_ECONOMICOS
               (NOMBRE, USUARIO_CABEZA, ESTADO, ALTA_POR, FECHA_ALTA)
               VALUES (:HV-NOMBRE-GREC, :HV-CABEZA-GREC, 'A',
                :HV-ALTA-POR-GREC, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-GREC
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE 'A' TO HV-ESTADO-GREC
               MOVE SPACES TO HV-BAJA-POR-GREC
           END-IF.

      * El llamador carga HV-VINCULO-GMIE.
       7300-INSERTAR-MIEMBRO.
           MOVE HV-ID-GREC          TO HV-ID-GRUPO-GMIE.
           MOVE WS-USUARIO-CONSULTA TO HV-USUARIO-GMIE.
           MOVE CG-M-USER           TO HV-ALTA-POR-GMIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GRUPO_MIEMBROS
               (ID_GRUPO, USUARIO, VINCULO, ESTADO, ALTA_POR,
                FECHA_ALTA)
               VALUES (:HV-ID-GRUPO-GMIE, :HV-USUARIO-GMIE,
                :HV-VINCULO-GMIE, 'A', :HV-ALTA-POR-GMIE,
                CURRENT TIMESTAMP)
           END-EXEC.

       7310-REACTIVAR-MIEMBRO.
           MOVE CG-M-USER TO HV-ALTA-POR-GMIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GRUPO_MIEMBROS
               SET ESTADO     = 'A',
                   VINCULO    = :HV-VINCULO-GMIE,
                   ALTA_POR   = :HV-ALTA-POR-GMIE,
                   FECHA_ALTA = CURRENT TIMESTAMP
               WHERE ID_GRUPO = :HV-ID-GRUPO-GMIE
                 AND USUARIO  = :HV-USUARIO-GMIE
           END-EXEC.

       7400-BAJA-MIEMBRO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GRUPO_MIEMBROS
               SET ESTADO = 'B'
               WHERE ID_GRUPO = :HV-ID-GRUPO-GMIE
                 AND USUARIO  = :HV-USUARIO-GMIE
                 AND ESTADO   = 'A'
           END-EXEC.

      * Cabeza anterior al vinculo elegido, nueva cabeza a 'C' y el
      * grupo apuntando a ella.
       7500-CAMBIAR-CABEZA.
           MOVE WS-VINCULO-ANTERIOR TO HV-VINCULO-GMIE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GRUPO_MIEMBROS
               SET VINCULO = :HV-VINCULO-GMIE
               WHERE ID_GRUPO = :HV-ID-GREC
                 AND USUARIO  = :WS-CABEZA-ANTERIOR
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.GRUPO_MIEMBROS
                   SET VINCULO = 'C'
                   WHERE ID_GRUPO = :HV-ID-GREC
                     AND USUARIO  = :WS-USUARIO-CONSULTA
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-USUARIO-CONSULTA TO HV-CABEZA-GREC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.GRUPOS_ECONOMICOS
                   SET USUARIO_CABEZA = :HV-CABEZA-GREC
                   WHERE ID_GRUPO = :HV-ID-GREC
               END-EXEC
           END-IF.

       7600-DISOLVER-GRUPO.
           MOVE CG-M-USER TO HV-BAJA-POR-GREC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GRUPOS_ECONOMICOS
               SET ESTADO   = 'B',
                   BAJA_POR = :HV-BAJA-POR-GREC
               WHERE ID_GRUPO = :HV-ID-GREC
                 AND ESTADO   = 'A'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.GRUPO_MIEMBROS
                   SET ESTADO = 'B'
                   WHERE ID_GRUPO = :HV-ID-GREC
                     AND ESTADO   = 'A'
               END-EXEC
           END-IF.

       7700-FETCH-MIEMBRO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-MIEMBROS
               INTO :HV-USUARIO-GMIE, :HV-NOMBRE, :HV-VINCULO-GMIE,
                    :WS-FECHA-ALTA, :HV-ALTA-POR-GMIE
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

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYGREP.
       COPY CPYRTMP.
