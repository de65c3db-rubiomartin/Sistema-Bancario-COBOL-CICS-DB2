      **   comisiones), cancela las TRANSF_PROGRAMADA pendientes,   **
      **   suspende los MANDATOS y abre la fila en IBMUSER.         **
      **   SUCESIONES - todo en una unidad de trabajo.              **
      ** - La fecha de deceso (AAAA-MM-DD, no futura) se exige al   **
      **   abrir y PF5 la corrige: queda en SUCESIONES.FECHA_       **
      **   FALLECIMIENTO y BATCH/PBNKJD.cbl devuelve al organismo   **
      **   los haberes previsionales acreditados despues de ella.   **
      ** - PF5 registra la documentacion de los herederos (fila     **
      **   'D'); PF6 libera: la sucesion cierra 'C' y el cliente    **
      **   vuelve a 'A' para que los fondos se liberen y las        **
      **   cuentas cierren por el barrido de PBNKU de siempre.      **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*

       01  WS-VARIABLES-TRABAJO.
           05 WS-CANT-ABIERTAS      PIC S9(4) COMP VALUE 0.
      * Fecha de deceso tecleada, validada por DB2 contra hoy.
           05 WS-FECHA-DECESO       PIC X(10) VALUE SPACES.
           05 WS-FECHA-HOY          PIC X(10) VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPFAO.
           MOVE 'FECHA DECESO :' TO LBLFECO.
           MOVE ' ENTER=ABRIR SUCESION PF5=DOCUM PF6=LIBERAR PF3=FIN'
             TO LEYENDAO.
           SET ENVIO-ERASE TO TRUE.
      *================================================================*
       2100-ABRIR-SUCESION.
           PERFORM 2050-VALIDAR-USUARIO.
           IF NO-HAY-ERRORES
               INSPECT FECFALI REPLACING ALL LOW-VALUES BY SPACES
               IF FECFALI = SPACES
                   MOVE ' ERROR: INGRESE LA FECHA DE DECESO' TO MSGO
                   MOVE ATTR-RED TO FECFALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   PERFORM 2060-VALIDAR-FECHA-DECESO
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               IF HV-ESTADO = 'D'
                   MOVE ' LA SUCESION YA ESTA ABIERTA' TO MSGO
      *================================================================*
       2200-REGISTRAR-DOCUMENTACION.
           PERFORM 2050-VALIDAR-USUARIO.
           IF NO-HAY-ERRORES
               INSPECT FECFALI REPLACING ALL LOW-VALUES BY SPACES
               IF FECFALI NOT = SPACES
                   PERFORM 2060-VALIDAR-FECHA-DECESO
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               INSPECT DOCSUCI REPLACING ALL LOW-VALUES BY SPACES
               IF DOCSUCI = SPACES
               ELSE
                   MOVE DOCSUCI TO HV-DOCUMENTACION-SUCE
                   MOVE USRDESTI TO HV-USUARIO-SUCE
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.SUCESIONES
                       SET DOCUMENTACION = :HV-DOCUMENTACION-SUCE,
                           ESTADO = 'D'
                       WHERE USUARIO = :HV-USUARIO-SUCE
                         AND ESTADO IN ('A', 'D')
                   END-EXEC
                   IF SQLCODE = 0 AND FECFALI NOT = SPACES
                       PERFORM 7550-CORREGIR-FECHA-DECESO
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' DOCUMENTACION REGISTRADA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               ELSE
                   MOVE USRDESTI TO HV-USUARIO-SUCE
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.SUCESIONES
                       SET ESTADO = 'C',
                           FECHA_CIERRE = CURRENT TIMESTAMP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2060 - la fecha de deceso: DB2 rechaza (SQLCODE negativo) una  *
      * mal formada; las ISO se comparan como texto contra hoy.        *
      *----------------------------------------------------------------*
       2060-VALIDAR-FECHA-DECESO.
           MOVE ATTR-NORMAL TO FECFALC.
           PERFORM 7150-VALIDAR-FECHA-DECESO.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE ' ERROR: FECHA DE DECESO INVALIDA (AAAA-MM-DD)'
                     TO MSGO
                   MOVE ATTR-RED TO FECFALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN WS-FECHA-DECESO > WS-FECHA-HOY
                   MOVE ' ERROR: LA FECHA DE DECESO ES FUTURA' TO MSGO
                   MOVE ATTR-RED TO FECFALC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN OTHER
                   MOVE WS-FECHA-DECESO TO HV-FECHA-FALL-SUCE
           END-EVALUATE.

       3000-MOSTRAR-ESTADO.
           PERFORM 7100-LEER-CLIENTE.
           INITIALIZE INFO1O.
           IF SQLCODE = 0
               STRING ' SUCESION ' DELIMITED BY SIZE
                   HV-ESTADO-SUCE DELIMITED BY SIZE
                   ' DECESO ' DELIMITED BY SIZE
                   HV-FECHA-FALL-SUCE DELIMITED BY SIZE
                   ' DOC: ' DELIMITED BY SIZE
                   HV-DOCUMENTACION-SUCE DELIMITED BY SIZE
                   INTO INFO2O
      *================================================================*
       7100-LEER-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7150-VALIDAR-FECHA-DECESO.
           MOVE FECFALI TO WS-FECHA-DECESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-DECESO), ISO),
                           CHAR(CURRENT DATE, ISO)
               INTO :WS-FECHA-DECESO, :WS-FECHA-HOY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7200-MARCAR-FALLECIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET ESTADO = 'D'
               WHERE USUARIO = :HV-USUARIO
      * Las ejecuciones futuras agendadas no deben dispararse
      * durante el tramite.
       7300-CANCELAR-PROGRAMADAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TRANSF_PROGRAMADA
               SET ESTADO = 'C'
               WHERE USUARIO_ORIGEN = :HV-USUARIO
           END-IF.

       7400-SUSPENDER-MANDATOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.MANDATOS
               SET ESTADO = 'S'
               WHERE USUARIO = :HV-USUARIO
       7500-INSERTAR-SUCESION.
           MOVE USRDESTI  TO HV-USUARIO-SUCE.
           MOVE CG-M-USER TO HV-ABIERTO-SUCE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.SUCESIONES
               (USUARIO, ESTADO, ABIERTO_POR, FECHA_APERTURA,
                FECHA_FALLECIMIENTO)
               VALUES (:HV-USUARIO-SUCE, 'A', :HV-ABIERTO-SUCE,
                CURRENT TIMESTAMP, DATE(:HV-FECHA-FALL-SUCE))
           END-EXEC.

      * Sucesiones abiertas antes de registrarse la fecha, o una
      * fecha mal cargada: PF5 la corrige en la fila vigente.
       7550-CORREGIR-FECHA-DECESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SUCESIONES
               SET FECHA_FALLECIMIENTO = DATE(:HV-FECHA-FALL-SUCE)
               WHERE USUARIO = :HV-USUARIO-SUCE
                 AND ESTADO IN ('A', 'D')
           END-EXEC.

       7600-VERIFICAR-DOCUMENTADA.
           MOVE 0 TO WS-CANT-ABIERTAS.
           MOVE USRDESTI TO HV-USUARIO-SUCE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ABIERTAS
               FROM IBMUSER.SUCESIONES
               WHERE USUARIO = :HV-USUARIO-SUCE
           MOVE 0 TO SQLCODE.

       7700-REACTIVAR-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET ESTADO = 'A'
               WHERE USUARIO = :HV-USUARIO

       7800-LEER-SUCESION.
           MOVE USRDESTI TO HV-USUARIO-SUCE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO, DOCUMENTACION,
                           COALESCE(CHAR(FECHA_FALLECIMIENTO, ISO),
                                    ' ')
               INTO :HV-ESTADO-SUCE, :HV-DOCUMENTACION-SUCE,
                    :HV-FECHA-FALL-SUCE
               FROM IBMUSER.SUCESIONES
               WHERE USUARIO = :HV-USUARIO-SUCE
               ORDER BY ID_SUCESION DESC
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
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
