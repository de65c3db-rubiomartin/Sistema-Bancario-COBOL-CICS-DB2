      **   ('S'), PF9 solo agrega la nota tecleada; toda accion con **
      **   NOTA no vacia deja una fila en IBMUSER.CASOS_AML_NOTAS   **
      **   (rastro de comentarios por caso).                        **
      ** - PF10 reporta el caso a la UIF ('R'): abre el ROS en      **
      **   IBMUSER.REPORTES_ROS con su numero y plazo legal         **
      **   (deteccion + PLAZO_ROS_DIAS) y marca la reserva del      **
      **   caso (RESERVA 'S') para que el motivo no llegue a las    **
      **   pantallas de atencion. Exige narrativa: la nota tecleada **
      **   o una ya grabada. PBNKUF arma el archivo para la UIF.    **
      ** - Un caso cuyo ROS rechazo la UIF vuelve a la cola y se    **
      **   avisa al cargarlo.                                       **
      ** - PF4 abre la cola de hallazgos sobre operaciones del      **
      **   personal (PBNKEH).                                       **
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
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLAML END-EXEC.
           EXEC SQL INCLUDE DCLROS END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PUNTAJE-EDIT       PIC ZZZZ9.
           05 WS-ESTADO-DESTINO     PIC X(1).
           05 WS-CANT-NOTAS         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-RECHAZOS      PIC S9(9) COMP VALUE 0.
           05 WS-PLAZO-VENCIDO      PIC S9(9) COMP VALUE 0.
           05 WS-ID-ROS-ED          PIC 9(7).
      * Valor de fabrica; 7850 lo reemplaza por PLAZO_ROS_DIAS.
           05 WS-PLAZO-ROS          PIC S9(4) COMP VALUE 30.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPACO.
           MOVE ' PF5=SIN MERITO PF6=ESCALAR PF10=UIF PF9=NOTA PF7=SIG'
             TO LEYENDAO.
           PERFORM 3000-CARGAR-CASO.
           SET ENVIO-ERASE TO TRUE.
                   PERFORM 2100-RESOLVER-CASO
                   PERFORM 3000-CARGAR-CASO

               WHEN EIBAID = DFHPF10
                   PERFORM 2300-REPORTAR-UIF
                   PERFORM 3000-CARGAR-CASO

               WHEN EIBAID = DFHPF9
                   PERFORM 2200-AGREGAR-NOTA

               WHEN EIBAID = DFHPF7
                   PERFORM 3000-CARGAR-CASO

               WHEN EIBAID = DFHPF4
                   PERFORM 9040-IR-A-HALLAZGOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               PERFORM 7500-INSERTAR-NOTA
           END-IF.

      * Reporte a la UIF: caso 'R' con reserva, nota y ROS en una
      * sola unidad de trabajo.
       2300-REPORTAR-UIF.
           INSPECT NOTACI REPLACING ALL LOW-VALUES BY SPACES.
           EVALUATE TRUE
               WHEN NOT HAY-CASO-CARGADO
                   MOVE ' NO HAY CASOS PENDIENTES' TO MSGO

               WHEN OTHER
                   PERFORM 7550-CONTAR-NOTAS
                   IF NOTACI = SPACES AND WS-CANT-NOTAS = 0
                       MOVE ' INGRESE LA NARRATIVA DEL REPORTE'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                   ELSE
                       PERFORM 2350-GRABAR-REPORTE
                   END-IF
           END-EVALUATE.

       2350-GRABAR-REPORTE.
           MOVE 'R' TO WS-ESTADO-DESTINO.
           PERFORM 7700-RESOLVER-CASO-DB2.
           IF SQLCODE = 0
               PERFORM 7750-RESERVAR-CASO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2250-GRABAR-NOTA-SI-HAY
           END-IF.
           IF SQLCODE = 0
               PERFORM 7800-INSERTAR-ROS
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SPACES TO MSGO
               STRING ' ROS ' HV-NRO-ROS ' REGISTRADO - PLAZO '
                   HV-FECHA-LIM-ROS
                   DELIMITED BY SIZE INTO MSGO
               IF WS-PLAZO-VENCIDO > 0
                   MOVE '(VENCIDO)' TO MSGO(52:9)
                   MOVE ATTR-RED TO MSGC
               ELSE
                   MOVE ATTR-GREEN TO MSGC
               END-IF
               MOVE SPACES TO NOTACO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL REGISTRAR EL ROS' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 3000 - CARGA DEL CASO PENDIENTE MAS ANTIGUO                    *
      *================================================================*
               MOVE HV-PUNTAJE-AML TO WS-PUNTAJE-EDIT
               MOVE WS-PUNTAJE-EDIT TO PUNTAJECO
               MOVE HV-DETALLE-AML TO DETALLECO
               PERFORM 7600-CONTAR-RECHAZOS
               IF WS-CANT-RECHAZOS > 0 AND MSGO = SPACES
                   MOVE ' ROS PREVIO RECHAZADO POR LA UIF - VER NOTAS'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               IF MSGO = SPACES
                   MOVE ' NO HAY CASOS PENDIENTES' TO MSGO
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-PRIMER-CASO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CASO, USUARIO, TIPO_PATRON, PUNTAJE,
                      DETALLE
               INTO :HV-ID-CASO-AML, :HV-USUARIO-AML, :HV-PATRON-AML,
      * La secuencia de la nota es MAX+1 dentro del caso.
       7500-INSERTAR-NOTA.
           MOVE 0 TO HV-SECUENCIA-NOTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(MAX(SECUENCIA), 0) + 1
               INTO :HV-SECUENCIA-NOTA
               FROM IBMUSER.CASOS_AML_NOTAS
               MOVE HV-ID-CASO-AML TO HV-ID-CASO-NOTA
               MOVE CG-M-USER      TO HV-ADMIN-NOTA
               MOVE NOTACI         TO HV-NOTA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.CASOS_AML_NOTAS
                   (ID_CASO, SECUENCIA, ADMIN_ID, FECHA_NOTA, NOTA)
                   VALUES (:HV-ID-CASO-NOTA, :HV-SECUENCIA-NOTA,
               END-EXEC
           END-IF.

       7550-CONTAR-NOTAS.
           MOVE 0 TO WS-CANT-NOTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-NOTAS
               FROM IBMUSER.CASOS_AML_NOTAS
               WHERE ID_CASO = :HV-ID-CASO-AML
           END-EXEC.

       7600-CONTAR-RECHAZOS.
           MOVE 0 TO WS-CANT-RECHAZOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-RECHAZOS
               FROM IBMUSER.REPORTES_ROS
               WHERE ID_CASO = :HV-ID-CASO-AML
                 AND ESTADO = 'X'
           END-EXEC.

       7700-RESOLVER-CASO-DB2.
           MOVE CG-M-USER TO HV-RESUELTO-AML.
           MOVE WS-ESTADO-DESTINO TO HV-ESTADO-AML.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CASOS_AML
               SET ESTADO = :HV-ESTADO-AML,
                   RESUELTO_POR = :HV-RESUELTO-AML,
                 AND ESTADO = 'P'
           END-EXEC.

       7750-RESERVAR-CASO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CASOS_AML
               SET RESERVA = 'S'
               WHERE ID_CASO = :HV-ID-CASO-AML
           END-EXEC.

      * El numero sale del ID: alta con numero provisorio y luego
      * 'ROS-' + anio + '-' + ID de 7 digitos. El plazo corre desde
      * la deteccion del caso.
       7800-INSERTAR-ROS.
           PERFORM 7850-LEER-PLAZO.
           MOVE HV-ID-CASO-AML    TO HV-ID-CASO-ROS.
           MOVE HV-USUARIO-AML    TO HV-USUARIO-ROS.
           MOVE CG-M-USER         TO HV-ANALISTA-ROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.REPORTES_ROS
               (NRO_REPORTE, ID_CASO, USUARIO, ANALISTA,
                FECHA_DECISION, FECHA_LIMITE, ESTADO)
               SELECT ' ', :HV-ID-CASO-ROS, :HV-USUARIO-ROS,
                      :HV-ANALISTA-ROS, CURRENT TIMESTAMP,
                      DATE(FECHA_DETECCION) + :WS-PLAZO-ROS DAYS,
                      'P'
               FROM IBMUSER.CASOS_AML
               WHERE ID_CASO = :HV-ID-CASO-ROS
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-ROS
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(FECHA_LIMITE, ISO),
                          CHAR(YEAR(CURRENT DATE)),
                          DAYS(CURRENT DATE) - DAYS(FECHA_LIMITE)
                   INTO :HV-FECHA-LIM-ROS, :HV-NRO-ROS,
                        :WS-PLAZO-VENCIDO
                   FROM IBMUSER.REPORTES_ROS
                   WHERE ID_REPORTE = :HV-ID-ROS
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE HV-ID-ROS TO WS-ID-ROS-ED
               MOVE HV-NRO-ROS(1:4) TO HV-NRO-ROS(5:4)
               MOVE 'ROS-' TO HV-NRO-ROS(1:4)
               MOVE '-' TO HV-NRO-ROS(9:1)
               MOVE WS-ID-ROS-ED TO HV-NRO-ROS(10:7)
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.REPORTES_ROS
                   SET NRO_REPORTE = :HV-NRO-ROS
                   WHERE ID_REPORTE = :HV-ID-ROS
               END-EXEC
           END-IF.

       7850-LEER-PLAZO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PLAZO_ROS_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PLAZO-ROS
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

       9040-IR-A-HALLAZGOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-HALLAZGOS-PERS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
