      ** 2. Recepcion de mapa y validacion de teclas.               **
      ** 3. Consulta DB2 para recuperar password real.              **
      ** 4. Comparacion de password input vs real.                  **
      ** 5. Navegacion a Menu (PBNKM) o Mensaje Error; con          **
      **    terminos y condiciones sin aceptar, antes a PBNKTY.     **
      **                                                            **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.

       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYHSHWD.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
           05 WS-MAX-EDAD-CLAVE     PIC S9(4) COMP VALUE 90.
           05 WS-CANT-VENCIDA       PIC S9(4) COMP VALUE 0.

      * Terminos y condiciones pendientes de aceptar (ver 7550).
       01  WS-CONTROL-TERMINOS.
           05 WS-TYC-PENDIENTE      PIC X(1)  VALUE 'N'.
           05 WS-CANAL-SESION       PIC X(1)  VALUE 'O'.
           05 WS-CANT-TYC           PIC S9(4) COMP VALUE 0.

       01  WS-CONTROL-INACTIVIDAD.
           05 WS-EIB-HORA           PIC S9(7).
           05 WS-EIB-RESTO          PIC S9(7).
      * 0000 - MAIN DRIVER                                             *
      *----------------------------------------------------------------*
       0000-PROCESO-TAREA.
           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD

       2210-INGRESO-ACEPTADO.
           PERFORM 7300-RESETEAR-INTENTOS.
      * Terminos y condiciones: con una version vigente sin aceptar
      * para sus productos y canal, la sesion pasa primero por la
      * pantalla de aceptacion (PBNKTY); desde ahi sigue al menu, que
      * a su vez rebota al cambio de clave si esta vencida.
           PERFORM 7550-VERIFICAR-TERMINOS.
           IF WS-TYC-PENDIENTE = 'S'
               PERFORM 9420-XCTL-TERMINOS
           END-IF.
      * Vejez de la clave: vencida (o nunca estampada, el
      * centinela 0001-01-01) manda la sesion directo al cambio de
      * clave; el menu recien se alcanza con la clave renovada.
      * 7000 - CONSULTA A DATOS (DB2)                                  *
      *----------------------------------------------------------------*
       7000-CONSULTA-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                SELECT PASSWORD, INTENTOS_FALLIDOS, BLOQUEADO, ESTADO,
                       TIPO_USUARIO, IDIOMA
           END-EXEC.

       7100-ACTUALIZAR-INTENTOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                UPDATE IBMUSER.CLIENTES
                SET INTENTOS_FALLIDOS = :HV-INTENTOS-FALLIDOS
           END-EXEC.

       7200-BLOQUEAR-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL
                UPDATE IBMUSER.CLIENTES
                SET INTENTOS_FALLIDOS = :HV-INTENTOS-FALLIDOS,
       7300-RESETEAR-INTENTOS.
           IF HV-INTENTOS-FALLIDOS NOT = 0
               MOVE 0 TO HV-INTENTOS-FALLIDOS
               PERFORM 9591-CONTAR-SQL
               EXEC SQL
                    UPDATE IBMUSER.CLIENTES
                    SET INTENTOS_FALLIDOS = 0
       7400-REGISTRAR-ACCESO.
           MOVE EIBTRMID TO WS-TERMINAL-ID.
           PERFORM 7350-BUSCAR-ACCESO-ANTERIOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCESOS
               (USUARIO, FECHA_HORA, TERMINAL_ID)
               VALUES (:WS-USUARIO-INPUT, CURRENT TIMESTAMP,
      * patron que BATCH/PBNKD.cbl 7300-BUSCAR-ULTIMO-MOVIMIENTO.
       7350-BUSCAR-ACCESO-ANTERIOR.
           MOVE SPACES TO CG-ULTIMO-ACCESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CONTADOR-ACCESOS
               FROM IBMUSER.ACCESOS
               WHERE USUARIO = :WS-USUARIO-INPUT
           END-EXEC.
           IF WS-CONTADOR-ACCESOS > 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT MAX(FECHA_HORA) INTO :HV-FECHA-ACC
                   FROM IBMUSER.ACCESOS
                   WHERE USUARIO = :WS-USUARIO-INPUT
                LENGTH (LENGTH OF WC-MSG-SALIDA)
                ERASE FREEKB
           END-EXEC
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL
           PERFORM 9592-GRABAR-TIEMPO
           EXEC CICS RETURN END-EXEC.

       9300-MANEJO-ERROR-TECLA.
       7480-VERIFICAR-CUSTODIA.
           MOVE 'N' TO WS-ES-MENOR.
           MOVE 0 TO WS-CANT-CUSTODIA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CUSTODIA
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-USUARIO-INPUT
       7500-VERIFICAR-EDAD-CLAVE.
           MOVE 'N' TO WS-CLAVE-VENCIDA.
           MOVE 90 TO WS-MAX-EDAD-CLAVE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MAX_EDAD_CLAVE_DIAS'
               MOVE HV-VALOR-PARAM TO WS-MAX-EDAD-CLAVE
           END-IF.
           MOVE 0 TO WS-CANT-VENCIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-VENCIDA
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-USUARIO-INPUT
           END-IF.
           MOVE 0 TO SQLCODE.

      * Mismo criterio de version pendiente que SOURCE/PBNKTY.cbl
      * (ver DDL/TERMINOS.sql): la version vigente mas alta de cada
      * producto del cliente (' ' = convenio general) y canal (' ' =
      * todos) que no tenga aceptada esa version o una posterior. El
      * canal es el de la sucursal de la sesion; sin fila, online.
       7550-VERIFICAR-TERMINOS.
           MOVE 'N' TO WS-TYC-PENDIENTE.
           PERFORM 9460-LEER-SUCURSAL.
           MOVE 'O' TO WS-CANAL-SESION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CANAL INTO :HV-CANAL
               FROM IBMUSER.SUCURSAL
               WHERE SUCURSAL_ID = :CG-SUCURSAL-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-CANAL TO WS-CANAL-SESION
           END-IF.
           MOVE 0 TO WS-CANT-TYC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-TYC
               FROM IBMUSER.TERMINOS_VERSION V
               WHERE V.FECHA_VIGENCIA <= CURRENT DATE
                 AND V.CANAL IN (' ', :WS-CANAL-SESION)
                 AND (V.PRODUCTO = ' '
                      OR EXISTS (SELECT 1 FROM IBMUSER.CUENTAS C
                           WHERE C.USUARIO = :WS-USUARIO-INPUT
                             AND C.TIPO_CUENTA = V.PRODUCTO))
                 AND V.VERSION =
                     (SELECT MAX(V2.VERSION)
                        FROM IBMUSER.TERMINOS_VERSION V2
                       WHERE V2.PRODUCTO = V.PRODUCTO
                         AND V2.CANAL = V.CANAL
                         AND V2.FECHA_VIGENCIA <= CURRENT DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.TERMINOS_ACEPTACION A
                       WHERE A.USUARIO = :WS-USUARIO-INPUT
                         AND A.PRODUCTO = V.PRODUCTO
                         AND A.CANAL = V.CANAL
                         AND A.VERSION >= V.VERSION)
           END-EXEC.
           IF SQLCODE = 0 AND WS-CANT-TYC > 0
               MOVE 'S' TO WS-TYC-PENDIENTE
           END-IF.
           MOVE 0 TO SQLCODE.

      * Sesion valida con terminos pendientes: mismo armado de
      * COMMAREA que 9400, con destino PBNKTY.
       9420-XCTL-TERMINOS.
           INITIALIZE COMMAREA-GLOBAL.
           MOVE WS-USUARIO-INPUT     TO CG-M-USER.
           MOVE HV-TIPO-USUARIO      TO CG-TIPO-USUARIO.
           MOVE HV-IDIOMA-CLI        TO CG-IDIOMA.
           MOVE WC-TRANSACCION       TO CH-TRANS-RETORNO.
           PERFORM 9450-LEER-PARAMETROS.
           PERFORM 9460-LEER-SUCURSAL.
           PERFORM 7400-REGISTRAR-ACCESO.

           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-TERMINOS)
                COMMAREA(COMMAREA-GLOBAL)
                RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      * Sesion valida pero con clave vencida: mismo armado de
      * COMMAREA que 9400, con destino PBNKP.
       9410-XCTL-CLAVE.
           PERFORM 9460-LEER-SUCURSAL.
           PERFORM 7400-REGISTRAR-ACCESO.

           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CLAVE)
                COMMAREA(COMMAREA-GLOBAL)
                RESP(WA-RESPUESTA-CICS)
           PERFORM 9460-LEER-SUCURSAL.
           PERFORM 7400-REGISTRAR-ACCESO.

           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
                COMMAREA(COMMAREA-GLOBAL)
                RESP(WA-RESPUESTA-CICS)
      * sola vez por sesion e impuesto via COMMAREA en adelante.       *
      *----------------------------------------------------------------*
       9450-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TIMEOUT_SEGUNDOS'
      *----------------------------------------------------------------*
       9460-LEER-SUCURSAL.
           MOVE EIBTRMID TO WS-TERMINAL-ID.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SUCURSAL_ID INTO :HV-SUCURSAL-ID
               FROM IBMUSER.SUCURSAL
               WHERE TERMINAL_ID = :WS-TERMINAL-ID
      * PF4 desde la pantalla de Login: alta de cliente nuevo (sin
      * necesidad de estar autenticado).
       9500-XCTL-ENROLAR.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-ENROLAR)
           END-EXEC.
      * PF5 desde la pantalla de Login: olvido de clave (sin
      * necesidad de estar autenticado). Ver SOURCE/PBNKO.cbl.
       9600-XCTL-RECUPERAR.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-RECUPERAR)
           END-EXEC.
           SET ENVIO-DATAONLY TO TRUE.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYHSHPD.
       COPY CPYRTMP.
