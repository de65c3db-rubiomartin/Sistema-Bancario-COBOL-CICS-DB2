      **   alcanza para una tasa como 0,000800.                     **
      ** - Los consumidores siguen leyendo VALOR_PARAM: la vista    **
      **   vigente unica no cambia.                                 **
      ** - Solo acepta credenciales de soporte activas (ADMINS      **
      **   ESTADO 'A'; la recertificacion trimestral revoca o       **
      **   suspende) y anota ADMINS.ULTIMO_ACCESO en cada login.    **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY CICSATTR.
       COPY CPYHSHWD.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.
           PERFORM 9590-INICIAR-CRONOMETRO.
           MOVE 'ADMN' TO WS-RTM-SUCURSAL.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WA-COMMAREA-ADMIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(ADMINUI) TO WS-ADMIN-INPUT.
           MOVE FUNCTION UPPER-CASE(ADMINPI) TO WS-ADMINPWD-INPUT.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PASSWORD, ROL
               INTO :HV-ADMIN-PASSWORD, :HV-ADMIN-ROL
               FROM IBMUSER.ADMINS
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
                 AND ESTADO = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-HASH-STR-OUT TO WS-ADMIN-PASSWORD-HASH
               IF WS-ADMIN-PASSWORD-HASH = HV-ADMIN-PASSWORD
                   SET ADMIN-AUTENTICADO TO TRUE
                   PERFORM 2150-REGISTRAR-ACCESO
                   MOVE WS-ADMIN-INPUT TO WA-ADMIN-ID
                   MOVE HV-ADMIN-ROL   TO WA-ADMIN-ROL
                   MOVE ATTR-PROT TO ADMINUA
               END-IF
           END-IF.

      * Ultimo login del soporte para la recertificacion trimestral
      * (ADMINS.ULTIMO_ACCESO; este login no escribe ACCESOS).
       2150-REGISTRAR-ACCESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ADMINS
               SET ULTIMO_ACCESO = CURRENT TIMESTAMP
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
           END-EXEC.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.

      *================================================================*
      * 2200 - CONSULTA DEL PARAMETRO                                  *
      *================================================================*
           INSPECT PARAMNMI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(PARAMNMI) TO HV-NOMBRE-PARAM.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM, VALOR_MIN, VALOR_MAX
               INTO :HV-VALOR-PARAM, :HV-VALOR-MIN, :HV-VALOR-MAX
               FROM IBMUSER.PARAMETROS
      *================================================================*
       2500-CANCELAR-FUTURO.
           MOVE WA-PARAM-CARGADO TO HV-NOMBRE-PFUT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_FUTURO INTO :HV-VALOR-PFUT
               FROM IBMUSER.PARAMETROS_FUTUROS
               WHERE NOMBRE_PARAM = :HV-NOMBRE-PFUT
               MOVE ' NO HAY VALOR FUTURO PENDIENTE' TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PARAMETROS_FUTUROS
                   SET ESTADO = 'X'
                   WHERE NOMBRE_PARAM = :HV-NOMBRE-PFUT
           ELSE
      * Releer el vigente: cotas y valor anterior frescos.
               MOVE WA-PARAM-CARGADO TO HV-NOMBRE-PARAM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT VALOR_PARAM, VALOR_MIN, VALOR_MAX
                   INTO :HV-VALOR-PARAM, :HV-VALOR-MIN, :HV-VALOR-MAX
                   FROM IBMUSER.PARAMETROS
       3200-VALIDAR-FECHA-EFECTIVA.
           INSPECT FECHAEFI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FECHAEFI TO WS-FECHA-EF-ISO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-EF-ISO), ISO)
               INTO :WS-DUMMY-FECHA
               FROM SYSIBM.SYSDUMMY1
       7300-MOSTRAR-FUTURO.
           MOVE SPACES TO FUTLINO.
           MOVE WA-PARAM-CARGADO TO HV-NOMBRE-PFUT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_FUTURO, CHAR(FECHA_EFECTIVA, ISO)
               INTO :HV-VALOR-PFUT, :HV-FECHA-EF-PFUT
               FROM IBMUSER.PARAMETROS_FUTUROS
      * consulta y el PF5, la fila no matchea y se pide releer.
       7400-ACTUALIZAR-PARAMETRO.
           MOVE WA-PARAM-CARGADO TO HV-NOMBRE-PARAM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PARAMETROS
               SET VALOR_PARAM = :WS-VALOR-NUEVO
               WHERE NOMBRE_PARAM = :HV-NOMBRE-PARAM

       7510-GRABAR-AUDITORIA.
           MOVE WA-ADMIN-ID TO HV-MODIF-PAUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PARAMETROS_AUD
               (NOMBRE_PARAM, VALOR_ANTERIOR, VALOR_NUEVO,
                TIPO_CAMBIO, MODIFICADO_POR, FECHA_CAMBIO)
      * se pisa a 'X' antes de insertar el nuevo.
       7600-INSERTAR-FUTURO.
           MOVE WA-PARAM-CARGADO TO HV-NOMBRE-PFUT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PARAMETROS_FUTUROS
               SET ESTADO = 'X'
               WHERE NOMBRE_PARAM = :HV-NOMBRE-PFUT
               MOVE WS-VALOR-NUEVO  TO HV-VALOR-PFUT
               MOVE WS-FECHA-EF-ISO TO HV-FECHA-EF-PFUT
               MOVE WA-ADMIN-ID     TO HV-CREADO-PFUT
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.PARAMETROS_FUTUROS
                   (NOMBRE_PARAM, VALOR_FUTURO, FECHA_EFECTIVA,
                    ESTADO, CREADO_POR, FECHA_ALTA)
                LENGTH (LENGTH OF WC-MSG-SALIDA)
                ERASE FREEKB
           END-EXEC.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN END-EXEC.

       9999-RETORNO-CICS.
           MOVE WA-COMMAREA-ADMIN TO DFHCOMMAREA.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       COPY CPYHSHPD.
       COPY CPYRTMP.
