      **   nuevo (historial para disputas):                         **
      **   - CONTACTO (riesgo bajo) se aplica en el acto;           **
      **   - NOMBRE (sensible) queda 'P' y lo aplica el personal.   **
      **   - RESFISCAL (autocertificacion FATCA/CRS: pais ISO y     **
      **     NIF; NIF vacio = baja de esa residencia) queda 'P' y   **
      **     al aprobarse se aplica en IBMUSER.RESIDENCIAS_FISCALES.**
      ** - Empleado (mismo menu): modo revision estilo PBNKA -      **
      **   muestra el cambio pendiente mas antiguo, PF5 aprueba     **
      **   (aplica sobre CLIENTES), PF6 rechaza.                    **
      ** - Empleado: PF10 abre el registro de solicitudes de acceso **
      **   del titular a sus datos personales (PBNKDR).             **
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCAMP END-EXEC.
           EXEC SQL INCLUDE DCLRFIS END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

           05 WS-NOMBRE-NUEVO       PIC X(20).
           05 WS-CONTACTO-NUEVO     PIC X(40).
           05 WS-LINEA-PEND         PIC X(75).
      * Residencias fiscales vigentes del cliente (hasta 3 en
      * pantalla) y la solicitud tecleada.
           05 WS-LINEA-FIS          PIC X(60).
           05 WS-PTR-FIS            PIC S9(4) COMP VALUE 1.
           05 WS-CANT-FIS           PIC S9(4) COMP VALUE 0.
           05 WS-PAIS-NUEVO         PIC X(02).
           05 WS-NIF-NUEVO          PIC X(20).
           05 WS-FIS-VALIDA         PIC X(1) VALUE 'S'.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
               PERFORM 3200-CARGAR-CAMBIO-PENDIENTE
           ELSE
               MOVE ' ENTER=SOLICITAR CAMBIOS PF3=SALIR' TO LEYENDAO
               MOVE ' RESID. FISCAL:' TO LBLFISAO
               MOVE ' PAIS / NIF...:' TO LBLFISNO
               PERFORM 3000-MOSTRAR-PERFIL
           END-IF.
           SET ENVIO-ERASE TO TRUE.
               WHEN EIBAID = DFHPF9
                   PERFORM 9060-IR-A-PODERES

      * Solicitudes de acceso a datos personales (DSAR).
               WHEN EIBAID = DFHPF10 AND USUARIO-EMPLEADO
                   PERFORM 9070-IR-A-SOLICITUD-DSAR

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               MOVE ' ERROR LEYENDO EL PERFIL' TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               PERFORM 2150-VALIDAR-RESIDENCIA
           END-IF.
           IF SQLCODE = 0 AND WS-FIS-VALIDA = 'S'
               INSPECT CONNVOI REPLACING ALL LOW-VALUES BY SPACES
               INSPECT NOMNVOI REPLACING ALL LOW-VALUES BY SPACES

                   MOVE 'S' TO WS-HUBO-CAMBIO
               END-IF

      * Residencia fiscal: autocertificacion, pendiente de
      * aprobacion como el nombre.
               IF WS-PAIS-NUEVO NOT = SPACES
                   PERFORM 7350-SOLICITAR-RESIDENCIA
                   MOVE 'S' TO WS-HUBO-CAMBIO
               END-IF

               IF WS-HUBO-CAMBIO = 'S'
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' CAMBIOS REGISTRADOS (SENSIBLES A APROBACION)'
                     TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO NOMNVOO CONNVOO
                   MOVE SPACES TO FISPAISO FISNIFO
               ELSE
                   MOVE ' SIN CAMBIOS PARA REGISTRAR' TO MSGO
               END-IF
           END-IF.

      * Pais ISO alfa-2 obligatorio si se declara una residencia;
      * el NIF vacio pide la baja de la residencia en ese pais.
       2150-VALIDAR-RESIDENCIA.
           MOVE 'S' TO WS-FIS-VALIDA.
           INSPECT FISPAISI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FISNIFI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(FISPAISI) TO WS-PAIS-NUEVO.
           MOVE FUNCTION UPPER-CASE(FISNIFI)  TO WS-NIF-NUEVO.
           IF WS-PAIS-NUEVO = SPACES
               IF WS-NIF-NUEVO NOT = SPACES
                   MOVE 'N' TO WS-FIS-VALIDA
               END-IF
           ELSE
               IF WS-PAIS-NUEVO(1:1) NOT ALPHABETIC-UPPER
                   OR WS-PAIS-NUEVO(2:1) NOT ALPHABETIC-UPPER
                   OR WS-PAIS-NUEVO(1:1) = SPACE
                   OR WS-PAIS-NUEVO(2:1) = SPACE
                   MOVE 'N' TO WS-FIS-VALIDA
               END-IF
           END-IF.
           IF WS-FIS-VALIDA = 'N'
               MOVE ' PAIS FISCAL: CODIGO ISO DE 2 LETRAS' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2200 - RESOLUCION DEL PERSONAL (APRUEBA/RECHAZA)               *
      *================================================================*
               MOVE ' NO HAY CAMBIOS PENDIENTES' TO MSGO
           ELSE
               IF HV-ESTADO-CAMP = 'A'
                   IF HV-CAMPO-CAMP = 'RESFISCAL'
                       PERFORM 7450-APLICAR-RESIDENCIA
                   ELSE
                       PERFORM 7400-APLICAR-NOMBRE
                   END-IF
               END-IF
               IF SQLCODE = 0
                   PERFORM 7500-MARCAR-RESUELTO
               MOVE HV-NOMBRE TO NOMACTO
               MOVE HV-CONTACTO-RECUPERACION TO CONACTO
           END-IF.
           PERFORM 3100-MOSTRAR-RESIDENCIAS.

      * Residencias fiscales vigentes: 'PP NIF' separadas por '/'.
       3100-MOSTRAR-RESIDENCIAS.
           MOVE SPACES TO WS-LINEA-FIS.
           MOVE 1 TO WS-PTR-FIS.
           MOVE 0 TO WS-CANT-FIS.
           MOVE CG-M-USER TO HV-USUARIO-RFIS.
           EXEC SQL DECLARE CUR-RESIDENCIAS CURSOR FOR
               SELECT PAIS, NIF
               FROM IBMUSER.RESIDENCIAS_FISCALES
               WHERE USUARIO = :HV-USUARIO-RFIS
                 AND ESTADO = 'A'
               ORDER BY PAIS
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-RESIDENCIAS END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-RESIDENCIAS
               INTO :HV-PAIS-RFIS, :HV-NIF-RFIS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-FIS = 3
               ADD 1 TO WS-CANT-FIS
               IF WS-CANT-FIS > 1
                   STRING ' / ' DELIMITED BY SIZE
                       INTO WS-LINEA-FIS WITH POINTER WS-PTR-FIS
               END-IF
               STRING HV-PAIS-RFIS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-NIF-RFIS DELIMITED BY SPACE
                   INTO WS-LINEA-FIS WITH POINTER WS-PTR-FIS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL FETCH CUR-RESIDENCIAS
                   INTO :HV-PAIS-RFIS, :HV-NIF-RFIS
               END-EXEC
           END-PERFORM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-RESIDENCIAS END-EXEC.
           IF WS-CANT-FIS = 0
               MOVE ' SIN AUTOCERTIFICACION FISCAL' TO WS-LINEA-FIS
           END-IF.
           MOVE WS-LINEA-FIS TO FISACTO.

      *================================================================*
      * 3200 - CAMBIO PENDIENTE MAS ANTIGUO (MODO REVISION)            *
       3200-CARGAR-CAMBIO-PENDIENTE.
           MOVE 'N' TO SW-HAY-PENDIENTE.
           MOVE SPACES TO PENDLINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CAMBIO, USUARIO, CAMPO, VALOR_ANTERIOR,
                      VALOR_NUEVO
               INTO :HV-ID-CAMP, :HV-USUARIO-CAMP, :HV-CAMPO-CAMP,
               MOVE SPACES TO WS-LINEA-PEND
               STRING ' ' HV-USUARIO-CAMP ' ' HV-CAMPO-CAMP
                   ' DE: ' HV-ANTERIOR-CAMP(1:20)
                   ' A: ' HV-NUEVO-CAMP(1:23)
                   DELIMITED BY SIZE INTO WS-LINEA-PEND
               MOVE WS-LINEA-PEND TO PENDLINO
           ELSE
      *================================================================*
       7000-LEER-PERFIL.
           MOVE CG-M-USER TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, CONTACTO_RECUPERACION
               INTO :HV-NOMBRE, :HV-CONTACTO-RECUPERACION
               FROM IBMUSER.CLIENTES
           MOVE 'CONTACTO'  TO HV-CAMPO-CAMP.
           MOVE HV-CONTACTO-RECUPERACION TO HV-ANTERIOR-CAMP.
           MOVE CONNVOI     TO HV-NUEVO-CAMP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CAMBIOS_PERFIL
               (USUARIO, CAMPO, VALOR_ANTERIOR, VALOR_NUEVO, ESTADO,
                FECHA_SOLICITUD, RESUELTO_POR, FECHA_RESOLUCION)
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-NUEVO-CAMP TO WS-CONTACTO-NUEVO
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET CONTACTO_RECUPERACION = :WS-CONTACTO-NUEVO
                   WHERE USUARIO = :HV-USUARIO-CAMP
           MOVE HV-NOMBRE   TO HV-ANTERIOR-CAMP(1:20).
           MOVE SPACES      TO HV-NUEVO-CAMP.
           MOVE NOMNVOI     TO HV-NUEVO-CAMP(1:20).
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CAMBIOS_PERFIL
               (USUARIO, CAMPO, VALOR_ANTERIOR, VALOR_NUEVO, ESTADO,
                FECHA_SOLICITUD)
               VALUES (:HV-USUARIO-CAMP, :HV-CAMPO-CAMP,
                :HV-ANTERIOR-CAMP, :HV-NUEVO-CAMP, 'P',
                CURRENT TIMESTAMP)
           END-EXEC.

      * Valor 'PP NIF' (pais + NIF) o 'PP (BAJA)'; el anterior es el
      * NIF vigente en ese pais o '(SIN REGISTRO)'.
       7350-SOLICITAR-RESIDENCIA.
           MOVE CG-M-USER     TO HV-USUARIO-CAMP.
           MOVE 'RESFISCAL'   TO HV-CAMPO-CAMP.
           MOVE CG-M-USER     TO HV-USUARIO-RFIS.
           MOVE WS-PAIS-NUEVO TO HV-PAIS-RFIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NIF INTO :HV-NIF-RFIS
               FROM IBMUSER.RESIDENCIAS_FISCALES
               WHERE USUARIO = :HV-USUARIO-RFIS
                 AND PAIS = :HV-PAIS-RFIS
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '(SIN REGISTRO)' TO HV-NIF-RFIS
           END-IF.
           MOVE SPACES TO HV-ANTERIOR-CAMP.
           STRING WS-PAIS-NUEVO ' ' HV-NIF-RFIS
               DELIMITED BY SIZE INTO HV-ANTERIOR-CAMP.
           IF WS-NIF-NUEVO = SPACES
               MOVE '(BAJA)' TO WS-NIF-NUEVO
           END-IF.
           MOVE SPACES TO HV-NUEVO-CAMP.
           STRING WS-PAIS-NUEVO ' ' WS-NIF-NUEVO
               DELIMITED BY SIZE INTO HV-NUEVO-CAMP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CAMBIOS_PERFIL
               (USUARIO, CAMPO, VALOR_ANTERIOR, VALOR_NUEVO, ESTADO,
                FECHA_SOLICITUD)

       7400-APLICAR-NOMBRE.
           MOVE HV-NUEVO-CAMP(1:20) TO WS-NOMBRE-NUEVO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET NOMBRE = :WS-NOMBRE-NUEVO
               WHERE USUARIO = :HV-USUARIO-CAMP
           END-EXEC.

      * Aprobada: alta/modificacion ('A', ORIGEN 'P') o baja ('B')
      * de la residencia en ese pais.
       7450-APLICAR-RESIDENCIA.
           MOVE HV-USUARIO-CAMP     TO HV-USUARIO-RFIS.
           MOVE HV-NUEVO-CAMP(1:2)  TO HV-PAIS-RFIS.
           MOVE HV-NUEVO-CAMP(4:20) TO HV-NIF-RFIS.
           IF HV-NIF-RFIS = '(BAJA)'
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RESIDENCIAS_FISCALES
                   SET ESTADO = 'B',
                       FECHA_AUTOCERT = CURRENT TIMESTAMP
                   WHERE USUARIO = :HV-USUARIO-RFIS
                     AND PAIS = :HV-PAIS-RFIS
                     AND ESTADO = 'A'
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.RESIDENCIAS_FISCALES
                   SET NIF = :HV-NIF-RFIS,
                       ESTADO = 'A',
                       ORIGEN = 'P',
                       FECHA_AUTOCERT = CURRENT TIMESTAMP
                   WHERE USUARIO = :HV-USUARIO-RFIS
                     AND PAIS = :HV-PAIS-RFIS
               END-EXEC
               IF SQLCODE = 100
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.RESIDENCIAS_FISCALES
                       (USUARIO, PAIS, NIF, ESTADO, ORIGEN,
                        FECHA_AUTOCERT)
                       VALUES (:HV-USUARIO-RFIS, :HV-PAIS-RFIS,
                        :HV-NIF-RFIS, 'A', 'P', CURRENT TIMESTAMP)
                   END-EXEC
               END-IF
           END-IF.

       7500-MARCAR-RESUELTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CAMBIOS_PERFIL
               SET ESTADO = :HV-ESTADO-CAMP,
                   RESUELTO_POR = :CG-M-USER,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-POSICION-360.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-POSICION-360)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9060-IR-A-PODERES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-PODERES)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9070-IR-A-SOLICITUD-DSAR.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-SOLICITUD-DSAR)
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
