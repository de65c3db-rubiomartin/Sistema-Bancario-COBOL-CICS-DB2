       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRX.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRX                                 **
      ** TITULO ...........: RECERTIFICACION DE ACCESOS - GERENTE   **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cola del gerente de sucursal (SUCURSAL.GERENTE) para     **
      **   la campania de recertificacion abierta (ver              **
      **   DDL/RECERTIFICACION.sql, la abre BATCH/PBNKAR.cbl).      **
      **   Se entra con PF6 desde la revision de arqueos PBNKAV;    **
      **   quien no es gerente de ninguna sucursal no ve nada.      **
      ** - Muestra uno por vez los ids pendientes que le tocan      **
      **   (REVISOR = el gerente, o REVISOR ' ' si no es su         **
      **   propio id): tipo y rol, nombre, sucursal, ultimo         **
      **   login y la marca de sin uso, con el plazo de la          **
      **   campania y cuantos le quedan.                            **
      ** - PF5 confirma el acceso ('C'). PF6 lo revoca ('R') en     **
      **   el acto: el empleado vuelve a TIPO_USUARIO 'C' y el      **
      **   soporte queda en ADMINS.ESTADO 'R'. PF7 pasa al          **
      **   siguiente; PF3 vuelve al menu.                           **
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
       COPY BKRXMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLRCAM END-EXEC.
           EXEC SQL INCLUDE DCLRCER END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-GERENTE            PIC X(8)  VALUE SPACES.
           05 WS-CLAVE-DESDE        PIC X(9)  VALUE SPACES.
           05 WS-CANT-SUCURSALES    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-PEND          PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.
           05 WS-DECISION           PIC X(1).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-GERENTE            PIC X     VALUE 'N'.
              88 ES-GERENTE                   VALUE 'S'.

           03 SW-CAMPANIA           PIC X     VALUE 'N'.
              88 HAY-CAMPANIA                 VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKRX'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKRX'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPRX'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKRXMP'.

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
           MOVE LOW-VALUES TO BKMAPRXO.
           MOVE ' PF5=CONFIRMAR PF6=REVOCAR PF7=SIGUIENTE PF3=MENU'
             TO LEYENDAO.
           PERFORM 1100-VERIFICAR-CONTEXTO.
           MOVE SPACES TO WS-CLAVE-DESDE.
           PERFORM 3000-CARGAR-PENDIENTE THRU 3000-EXIT.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      * Gerente de alguna sucursal y campania abierta; se revisa en
      * cada interaccion.
       1100-VERIFICAR-CONTEXTO.
           MOVE CG-M-USER TO WS-GERENTE.
           MOVE 'N' TO SW-GERENTE SW-CAMPANIA.
           PERFORM 7050-CONTAR-SUCURSALES.
           IF WS-CANT-SUCURSALES > 0
               SET ES-GERENTE TO TRUE
               PERFORM 7100-LEER-CAMPANIA
               IF SQLCODE = 0
                   SET HAY-CAMPANIA TO TRUE
                   MOVE HV-TRIMESTRE-RCA TO TRIMRXO
                   MOVE HV-FECHA-LIM-RCA TO LIMRXO
               END-IF
           END-IF.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      * El id en curso es el TIPO/ID que esta en pantalla.             *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT TIPORXI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT IDRXI REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM 1100-VERIFICAR-CONTEXTO.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   MOVE 'C' TO WS-DECISION
                   PERFORM 2100-DECIDIR-ACCESO THRU 2100-EXIT

               WHEN EIBAID = DFHPF6
                   MOVE 'R' TO WS-DECISION
                   PERFORM 2100-DECIDIR-ACCESO THRU 2100-EXIT

               WHEN EIBAID = DFHPF7
                   MOVE TIPORXI TO WS-CLAVE-DESDE(1:1)
                   MOVE IDRXI   TO WS-CLAVE-DESDE(2:8)
                   PERFORM 3000-CARGAR-PENDIENTE THRU 3000-EXIT

               WHEN EIBAID = DFHENTER
                   MOVE SPACES TO WS-CLAVE-DESDE
                   PERFORM 3000-CARGAR-PENDIENTE THRU 3000-EXIT

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * La decision y la revocacion van en una unidad de trabajo. El
      * UPDATE solo toma ids pendientes que le tocan a este gerente.
       2100-DECIDIR-ACCESO.
           IF NOT ES-GERENTE OR NOT HAY-CAMPANIA
               PERFORM 3000-CARGAR-PENDIENTE THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF IDRXI = SPACES
               MOVE ' NO HAY IDS PENDIENTES' TO MSGO
               GO TO 2100-EXIT
           END-IF.

           MOVE TIPORXI TO HV-TIPO-ID-RCE.
           MOVE IDRXI   TO HV-PERSONAL-RCE.
           PERFORM 7700-GRABAR-DECISION.
           IF SQLCODE = 100
               MOVE ' ID YA DECIDIDO O NO LE CORRESPONDE' TO MSGO
               MOVE ATTR-RED TO MSGC
               GO TO 2100-EXIT
           END-IF.
           IF SQLCODE = 0 AND WS-DECISION = 'R'
               IF HV-TIPO-ID-RCE = 'E'
                   PERFORM 7750-REVOCAR-EMPLEADO
               ELSE
                   PERFORM 7760-REVOCAR-SOPORTE
               END-IF
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               IF WS-DECISION = 'C'
                   MOVE ' ACCESO CONFIRMADO' TO MSGO
               ELSE
                   MOVE ' ACCESO REVOCADO' TO MSGO
               END-IF
               MOVE ATTR-GREEN TO MSGC
               MOVE TIPORXI TO WS-CLAVE-DESDE(1:1)
               MOVE IDRXI   TO WS-CLAVE-DESDE(2:8)
               PERFORM 3000-CARGAR-PENDIENTE THRU 3000-EXIT
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL GRABAR LA DECISION' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
       2100-EXIT.
           EXIT.

      *================================================================*
      * 3000 - CARGA DEL PENDIENTE SIGUIENTE A WS-CLAVE-DESDE          *
      *================================================================*
       3000-CARGAR-PENDIENTE.
           MOVE SPACES TO TIPORXO IDRXO DTIPRXO NOMBRXO SUCRXO.
           MOVE SPACES TO ULTRXO SINURXO PENDRXO.

           EVALUATE TRUE
               WHEN NOT ES-GERENTE
                   MOVE ' SOLO PARA GERENTES DE SUCURSAL' TO MSGO
                   MOVE ATTR-RED TO MSGC
                   GO TO 3000-EXIT
               WHEN NOT HAY-CAMPANIA
                   MOVE ' NO HAY CAMPANIA DE RECERTIFICACION ABIERTA'
                     TO MSGO
                   GO TO 3000-EXIT
           END-EVALUATE.

           PERFORM 7200-CONTAR-PENDIENTES.
           MOVE WS-CANT-PEND TO WS-CANT-EDIT.
           MOVE WS-CANT-EDIT TO PENDRXO.

           PERFORM 7300-LEER-SIGUIENTE.
           IF SQLCODE = 100 AND WS-CLAVE-DESDE NOT = SPACES
               MOVE SPACES TO WS-CLAVE-DESDE
               PERFORM 7300-LEER-SIGUIENTE
           END-IF.
           IF SQLCODE = 0
               PERFORM 3100-MOSTRAR-ID
           ELSE
               IF MSGO = SPACES
                   MOVE ' NO HAY IDS PENDIENTES' TO MSGO
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-ID.
           MOVE HV-TIPO-ID-RCE  TO TIPORXO.
           MOVE HV-PERSONAL-RCE TO IDRXO.
           IF HV-TIPO-ID-RCE = 'E'
               MOVE 'EMPLEADO' TO DTIPRXO
           ELSE
               EVALUATE HV-ROL-RCE
                   WHEN 'C'
                       MOVE 'SOPORTE - CONSULTA' TO DTIPRXO
                   WHEN 'S'
                       MOVE 'SOPORTE - SOLICITA ACCIONES' TO DTIPRXO
                   WHEN 'J'
                       MOVE 'SOPORTE - JEFE (APRUEBA)' TO DTIPRXO
               END-EVALUATE
           END-IF.
           MOVE HV-NOMBRE-RCE   TO NOMBRXO.
           MOVE HV-SUCURSAL-RCE TO SUCRXO.
           MOVE HV-ULT-ACC-RCE  TO ULTRXO.
           IF HV-SIN-USO-RCE = 'S'
               MOVE 'SIN USO EN EL PERIODO - EVALUE REVOCAR'
                 TO SINURXO
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPRXO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPRXO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPRXI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7050-CONTAR-SUCURSALES.
           MOVE 0 TO WS-CANT-SUCURSALES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-SUCURSALES
               FROM IBMUSER.SUCURSAL
               WHERE GERENTE = :WS-GERENTE
           END-EXEC.

       7100-LEER-CAMPANIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CAMPANIA, TRIMESTRE,
                      CHAR(FECHA_LIMITE, ISO)
               INTO :HV-ID-CAMP-RCA, :HV-TRIMESTRE-RCA,
                    :HV-FECHA-LIM-RCA
               FROM IBMUSER.CAMPANIAS_RECERT
               WHERE ESTADO = 'A'
               ORDER BY ID_CAMPANIA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE HV-ID-CAMP-RCA TO HV-ID-CAMP-RCE.

       7200-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PEND
               FROM IBMUSER.RECERTIFICACION
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCE
                 AND DECISION = 'P'
                 AND ID_PERSONAL <> :WS-GERENTE
                 AND (REVISOR = :WS-GERENTE OR REVISOR = ' ')
           END-EXEC.

       7300-LEER-SIGUIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_ID, ID_PERSONAL, ROL, NOMBRE,
                      SUCURSAL_ID,
                      COALESCE(CHAR(DATE(ULTIMO_ACCESO), ISO),
                               'NUNCA'),
                      SIN_USO
               INTO :HV-TIPO-ID-RCE, :HV-PERSONAL-RCE, :HV-ROL-RCE,
                    :HV-NOMBRE-RCE, :HV-SUCURSAL-RCE,
                    :HV-ULT-ACC-RCE, :HV-SIN-USO-RCE
               FROM IBMUSER.RECERTIFICACION
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCE
                 AND DECISION = 'P'
                 AND ID_PERSONAL <> :WS-GERENTE
                 AND (REVISOR = :WS-GERENTE OR REVISOR = ' ')
                 AND TIPO_ID || ID_PERSONAL > :WS-CLAVE-DESDE
               ORDER BY TIPO_ID, ID_PERSONAL
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7700-GRABAR-DECISION.
           MOVE WS-DECISION TO HV-DECISION-RCE.
           MOVE WS-GERENTE  TO HV-REVISADO-RCE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RECERTIFICACION
               SET DECISION = :HV-DECISION-RCE,
                   REVISADO_POR = :HV-REVISADO-RCE,
                   FECHA_DECISION = CURRENT TIMESTAMP
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCE
                 AND TIPO_ID = :HV-TIPO-ID-RCE
                 AND ID_PERSONAL = :HV-PERSONAL-RCE
                 AND DECISION = 'P'
                 AND ID_PERSONAL <> :WS-GERENTE
                 AND (REVISOR = :WS-GERENTE OR REVISOR = ' ')
           END-EXEC.

      * El empleado conserva su login de cliente.
       7750-REVOCAR-EMPLEADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET TIPO_USUARIO = 'C'
               WHERE USUARIO = :HV-PERSONAL-RCE
                 AND TIPO_USUARIO = 'E'
           END-EXEC.

       7760-REVOCAR-SOPORTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ADMINS
               SET ESTADO = 'R'
               WHERE ADMIN_ID = :HV-PERSONAL-RCE
                 AND ESTADO = 'A'
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

       COPY CPYRTMP.
