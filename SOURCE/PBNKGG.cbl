       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKGG.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKGG                                 **
      ** TITULO ...........: GESTOR DEL CLIENTE (CARTERA)           **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', menu BACK        **
      **   OFFICE opcion G): asigna a cada cliente su gestor de     **
      **   relacion y un suplente (IBMUSER.GESTORES_CLIENTE, ver    **
      **   DDL/GESTORES_CLIENTE.sql).                               **
      ** - ENTER consulta el cliente tecleado: gestor y             **
      **   suplente vigentes, desde cuando, quien lo asigno y       **
      **   los ultimos cinco cambios (GESTORES_HIST).               **
      ** - PF5 graba la asignacion. Gestor y suplente tienen        **
      **   que ser empleados activos, distintos entre si y del      **
      **   propio cliente; el suplente es opcional. Un cambio       **
      **   sobre un cliente ya asignado exige motivo.               **
      ** - En la misma unidad de trabajo: alta o cambio de la       **
      **   fila, una fila de historia con el antes y el despues     **
      **   y el pase de las alertas de atricion y quejas            **
      **   abiertas del cliente a la cola del nuevo gestor.         **
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
       COPY BKGGMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLGCLI END-EXEC.
           EXEC SQL INCLUDE DCLGHIS END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CLIENTE            PIC X(8)  VALUE SPACES.
           05 WS-GESTOR             PIC X(8)  VALUE SPACES.
           05 WS-SUPLENTE           PIC X(8)  VALUE SPACES.
           05 WS-MOTIVO             PIC X(30) VALUE SPACES.
           05 WS-PERSONAL           PIC X(8)  VALUE SPACES.
           05 WS-CANT-PERSONAL      PIC S9(9) COMP VALUE 0.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.

       01  WS-LINEA-HISTORIA.
           05 WS-LH-FECHA           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LH-GESTOR-ANT      PIC X(8).
           05 FILLER                PIC X(1)  VALUE '/'.
           05 WS-LH-SUPL-ANT        PIC X(8).
           05 FILLER                PIC X(4)  VALUE ' -> '.
           05 WS-LH-GESTOR-NUE      PIC X(8).
           05 FILLER                PIC X(1)  VALUE '/'.
           05 WS-LH-SUPL-NUE        PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LH-MOTIVO          PIC X(22).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

           03 SW-ASIGNACION         PIC X     VALUE 'N'.
              88 HAY-ASIGNACION               VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKGG'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKGG'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPGG'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKGGMP'.
           03  WC-MOTIVO-ALTA       PIC X(30)
               VALUE 'ASIGNACION INICIAL'.

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
           MOVE LOW-VALUES TO BKMAPGGO.
           MOVE ' ENTER=CONSULTAR PF5=GRABAR ASIGNACION PF3=MENU'
             TO LEYENDAO.
           MOVE ' INGRESE EL CLIENTE Y PRESIONE ENTER' TO MSGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT CLIGGI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT GESGGI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT SUPGGI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MOTGGI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE CLIGGI TO WS-CLIENTE.
           MOVE GESGGI TO WS-GESTOR.
           MOVE SUPGGI TO WS-SUPLENTE.
           MOVE MOTGGI TO WS-MOTIVO.
           MOVE ATTR-NORMAL TO CLIGGC GESGGC SUPGGC MOTGGC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-CLIENTE THRU 2100-EXIT

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-GRABAR-ASIGNACION THRU 2200-EXIT

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CONSULTA DEL CLIENTE (ENTER)                            *
      *================================================================*
       2100-CONSULTAR-CLIENTE.
           PERFORM 2150-VALIDAR-CLIENTE THRU 2150-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 3000-MOSTRAR-ASIGNACION.
           IF NOT HAY-ASIGNACION
               MOVE ' CLIENTE SIN GESTOR ASIGNADO' TO MSGO
           END-IF.
       2100-EXIT.
           EXIT.

       2150-VALIDAR-CLIENTE.
           MOVE 'N' TO SW-ERRORES.
           MOVE SPACES TO NOMGGO.
           IF WS-CLIENTE = SPACES
               MOVE ' ERROR: INGRESE EL CLIENTE' TO MSGO
               MOVE ATTR-RED TO CLIGGC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-CLIENTE TO HV-USUARIO.
           PERFORM 7100-LEER-CLIENTE.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
               MOVE ATTR-RED TO CLIGGC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2150-EXIT
           END-IF.
           MOVE HV-NOMBRE TO NOMGGO.
       2150-EXIT.
           EXIT.

      *================================================================*
      * 2200 - ALTA O CAMBIO DE LA ASIGNACION (PF5)                    *
      *================================================================*
       2200-GRABAR-ASIGNACION.
           PERFORM 2150-VALIDAR-CLIENTE THRU 2150-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-VALIDAR-PERSONAL THRU 2250-EXIT.
           IF HAY-ERROR-VALIDACION
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-CLIENTE TO HV-USUARIO-GCL.
           PERFORM 7200-LEER-ASIGNACION.
           IF SQLCODE = 0
               SET HAY-ASIGNACION TO TRUE
           ELSE
               MOVE 'N' TO SW-ASIGNACION
               MOVE SPACES TO HV-GESTOR-GCL HV-SUPLENTE-GCL
           END-IF.

           IF HAY-ASIGNACION
               IF HV-GESTOR-GCL = WS-GESTOR
                  AND HV-SUPLENTE-GCL = WS-SUPLENTE
                   MOVE ' SIN CAMBIOS EN LA ASIGNACION' TO MSGO
                   GO TO 2200-EXIT
               END-IF
               IF WS-MOTIVO = SPACES
                   MOVE ' ERROR: INGRESE EL MOTIVO DEL CAMBIO' TO MSGO
                   MOVE ATTR-RED TO MOTGGC
                   GO TO 2200-EXIT
               END-IF
           ELSE
               IF WS-MOTIVO = SPACES
                   MOVE WC-MOTIVO-ALTA TO WS-MOTIVO
               END-IF
           END-IF.

           PERFORM 7500-GRABAR-HISTORIA.
           IF SQLCODE = 0
               IF HAY-ASIGNACION
                   PERFORM 7410-MODIFICAR-ASIGNACION
               ELSE
                   PERFORM 7400-INSERTAR-ASIGNACION
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-REASIGNAR-PENDIENTES
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' ASIGNACION GRABADA' TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO MOTGGO
               PERFORM 3000-MOSTRAR-ASIGNACION
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL GRABAR LA ASIGNACION' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
       2200-EXIT.
           EXIT.

      * Gestor obligatorio, suplente opcional; ambos empleados
      * activos, distintos entre si y del propio cliente.
       2250-VALIDAR-PERSONAL.
           MOVE 'N' TO SW-ERRORES.
           EVALUATE TRUE
               WHEN WS-GESTOR = SPACES
                   MOVE ' ERROR: INGRESE EL GESTOR' TO MSGO
                   MOVE ATTR-RED TO GESGGC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-GESTOR = WS-CLIENTE
                 OR WS-SUPLENTE = WS-CLIENTE
                   MOVE ' ERROR: EL CLIENTE NO PUEDE SER SU GESTOR'
                     TO MSGO
                   MOVE ATTR-RED TO GESGGC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-SUPLENTE = WS-GESTOR
                   MOVE ' ERROR: EL SUPLENTE DEBE SER OTRO EMPLEADO'
                     TO MSGO
                   MOVE ATTR-RED TO SUPGGC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.
           IF HAY-ERROR-VALIDACION
               GO TO 2250-EXIT
           END-IF.

           MOVE WS-GESTOR TO WS-PERSONAL.
           PERFORM 7300-CONTAR-PERSONAL.
           IF WS-CANT-PERSONAL = 0
               MOVE ' ERROR: EL GESTOR NO ES UN EMPLEADO ACTIVO'
                 TO MSGO
               MOVE ATTR-RED TO GESGGC
               SET HAY-ERROR-VALIDACION TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF WS-SUPLENTE NOT = SPACES
               MOVE WS-SUPLENTE TO WS-PERSONAL
               PERFORM 7300-CONTAR-PERSONAL
               IF WS-CANT-PERSONAL = 0
                   MOVE ' ERROR: EL SUPLENTE NO ES UN EMPLEADO ACTIVO'
                     TO MSGO
                   MOVE ATTR-RED TO SUPGGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *================================================================*
      * 3000 - ASIGNACION VIGENTE E HISTORIA DEL CLIENTE               *
      *================================================================*
       3000-MOSTRAR-ASIGNACION.
           MOVE SPACES TO GESGGO SUPGGO DESDGGO AGEGGO.
           MOVE SPACES TO HIST1O HIST2O HIST3O HIST4O HIST5O.
           MOVE 'N' TO SW-ASIGNACION.
           MOVE WS-CLIENTE TO HV-USUARIO-GCL.
           PERFORM 7200-LEER-ASIGNACION.
           IF SQLCODE = 0
               SET HAY-ASIGNACION TO TRUE
               MOVE HV-GESTOR-GCL    TO GESGGO
               MOVE HV-SUPLENTE-GCL  TO SUPGGO
               MOVE HV-FECHA-DES-GCL TO DESDGGO
               MOVE HV-AGENTE-GCL    TO AGEGGO
           END-IF.

           INITIALIZE LINEA2O.
           STRING ' FECHA      ANTERIOR (GES/SUP)   NUEVO (GES/SUP)'
               DELIMITED BY SIZE
               '     MOTIVO' DELIMITED BY SIZE
               INTO LINEA2O.
           MOVE WS-CLIENTE TO HV-USUARIO-GHI.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-HISTORIA.
           PERFORM 7750-FETCH-HISTORIA.
           PERFORM 3100-VOLCAR-HISTORIA
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 5.
           PERFORM 7780-CERRAR-CURSOR-HISTORIA.

       3100-VOLCAR-HISTORIA.
           ADD 1 TO WS-INDICE.
           MOVE HV-FECHA-GHI      TO WS-LH-FECHA.
           MOVE HV-GESTOR-ANT-GHI TO WS-LH-GESTOR-ANT.
           MOVE HV-SUPL-ANT-GHI   TO WS-LH-SUPL-ANT.
           MOVE HV-GESTOR-NUE-GHI TO WS-LH-GESTOR-NUE.
           MOVE HV-SUPL-NUE-GHI   TO WS-LH-SUPL-NUE.
           MOVE HV-MOTIVO-GHI     TO WS-LH-MOTIVO.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-HISTORIA TO HIST1O
               WHEN 2 MOVE WS-LINEA-HISTORIA TO HIST2O
               WHEN 3 MOVE WS-LINEA-HISTORIA TO HIST3O
               WHEN 4 MOVE WS-LINEA-HISTORIA TO HIST4O
               WHEN 5 MOVE WS-LINEA-HISTORIA TO HIST5O
           END-EVALUATE.
           PERFORM 7750-FETCH-HISTORIA.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPGGO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPGGO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPGGI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7200-LEER-ASIGNACION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT GESTOR_ID, SUPLENTE_ID,
                      CHAR(DATE(FECHA_DESDE), ISO), AGENTE_ID
               INTO :HV-GESTOR-GCL, :HV-SUPLENTE-GCL,
                    :HV-FECHA-DES-GCL, :HV-AGENTE-GCL
               FROM IBMUSER.GESTORES_CLIENTE
               WHERE USUARIO = :HV-USUARIO-GCL
           END-EXEC.

      * Empleado activo: el mismo criterio de TIPO_USUARIO con que
      * PBNKL arma la sesion de personal.
       7300-CONTAR-PERSONAL.
           MOVE 0 TO WS-CANT-PERSONAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PERSONAL
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-PERSONAL
                 AND TIPO_USUARIO = 'E'
                 AND ESTADO = 'A'
           END-EXEC.

       7400-INSERTAR-ASIGNACION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GESTORES_CLIENTE
               (USUARIO, GESTOR_ID, SUPLENTE_ID, FECHA_DESDE,
                AGENTE_ID)
               VALUES (:WS-CLIENTE, :WS-GESTOR, :WS-SUPLENTE,
                CURRENT TIMESTAMP, :CG-M-USER)
           END-EXEC.

       7410-MODIFICAR-ASIGNACION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GESTORES_CLIENTE
               SET GESTOR_ID = :WS-GESTOR,
                   SUPLENTE_ID = :WS-SUPLENTE,
                   FECHA_DESDE = CURRENT TIMESTAMP,
                   AGENTE_ID = :CG-M-USER
               WHERE USUARIO = :WS-CLIENTE
           END-EXEC.

      * El antes sale de la lectura de 2200 (blancos si es alta).
       7500-GRABAR-HISTORIA.
           MOVE WS-CLIENTE      TO HV-USUARIO-GHI.
           MOVE HV-GESTOR-GCL   TO HV-GESTOR-ANT-GHI.
           MOVE HV-SUPLENTE-GCL TO HV-SUPL-ANT-GHI.
           MOVE WS-GESTOR       TO HV-GESTOR-NUE-GHI.
           MOVE WS-SUPLENTE     TO HV-SUPL-NUE-GHI.
           MOVE WS-MOTIVO       TO HV-MOTIVO-GHI.
           MOVE CG-M-USER       TO HV-AGENTE-GHI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.GESTORES_HIST
               (USUARIO, GESTOR_ANT, SUPLENTE_ANT, GESTOR_NUEVO,
                SUPLENTE_NUEVO, MOTIVO, AGENTE_ID, FECHA_HORA)
               VALUES (:HV-USUARIO-GHI, :HV-GESTOR-ANT-GHI,
                :HV-SUPL-ANT-GHI, :HV-GESTOR-NUE-GHI,
                :HV-SUPL-NUE-GHI, :HV-MOTIVO-GHI, :HV-AGENTE-GHI,
                CURRENT TIMESTAMP)
           END-EXEC.

      * Lo abierto del cliente pasa a la cola del nuevo gestor,
      * incluido lo que estaba en la cola comun.
       7600-REASIGNAR-PENDIENTES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ALERTAS_ATRICION
               SET ASIGNADO_A = :WS-GESTOR
               WHERE USUARIO = :WS-CLIENTE
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.QUEJAS
                   SET ASIGNADO_A = :WS-GESTOR
                   WHERE USUARIO = :WS-CLIENTE
                     AND ESTADO IN ('P', 'E')
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       7700-ABRIR-CURSOR-HISTORIA.
           EXEC SQL DECLARE CUR-HIST-GESTOR CURSOR FOR
               SELECT CHAR(DATE(FECHA_HORA), ISO), GESTOR_ANT,
                      SUPLENTE_ANT, GESTOR_NUEVO, SUPLENTE_NUEVO,
                      MOTIVO
               FROM IBMUSER.GESTORES_HIST
               WHERE USUARIO = :HV-USUARIO-GHI
               ORDER BY ID_HIST DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-HIST-GESTOR END-EXEC.

       7750-FETCH-HISTORIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-HIST-GESTOR
               INTO :HV-FECHA-GHI, :HV-GESTOR-ANT-GHI,
                    :HV-SUPL-ANT-GHI, :HV-GESTOR-NUE-GHI,
                    :HV-SUPL-NUE-GHI, :HV-MOTIVO-GHI
           END-EXEC.

       7780-CERRAR-CURSOR-HISTORIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-HIST-GESTOR END-EXEC.

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

       COPY CPYRTMP.
