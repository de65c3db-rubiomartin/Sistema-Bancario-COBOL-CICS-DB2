      ** - La cola muestra la abierta mas urgente ('E' primero,     **
      **   luego limite mas cercano); PF5 la resuelve con el texto  **
      **   de resolucion, PF7 pasa sin resolver.                    **
      ** - Ruteo por gestor (DDL/GESTORES_CLIENTE.sql): la queja    **
      **   de un cliente con gestor nace asignada a ese gestor      **
      **   (ASIGNADO_A); la anonima o sin gestor va a la cola       **
      **   comun. La cola muestra a cada empleado las suyas, las    **
      **   de los clientes de los que es suplente y la comun.       **
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
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      * general SLA_QUEJA_DIAS; sin fila queda la fabrica (10).
       7100-LEER-SLA-CATEGORIA.
           MOVE 10 TO WS-DIAS-SLA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SLA_QUEJA_DIAS'
           MOVE SPACES TO WS-NOMBRE-PARAM.
           STRING 'SLA_QUEJA_' CATEGQJI
               DELIMITED BY SIZE INTO WS-NOMBRE-PARAM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = :WS-NOMBRE-PARAM
           MOVE DETALQJI   TO HV-DETALLE-QUEJ.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-QUEJ.
           MOVE CG-M-USER  TO HV-AGENTE-QUEJ.
           PERFORM 7250-LEER-GESTOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.QUEJAS
               (USUARIO, CATEGORIA, DETALLE, SUCURSAL_ID,
                AGENTE_ALTA, FECHA_ALTA, FECHA_LIMITE, ESTADO,
                RESOLUCION, ASIGNADO_A)
               VALUES (:HV-USUARIO-QUEJ, :HV-CATEG-QUEJ,
                :HV-DETALLE-QUEJ, :HV-SUCURSAL-QUEJ,
                :HV-AGENTE-QUEJ, CURRENT TIMESTAMP,
                CURRENT DATE + :WS-DIAS-SLA DAYS, 'P', ' ',
                :HV-ASIGNADO-QUEJ)
           END-EXEC.

      * La queja va a la cola del gestor del cliente; la anonima o
      * la de un cliente sin gestor, a la cola comun (' ').
       7250-LEER-GESTOR.
           MOVE SPACES TO HV-ASIGNADO-QUEJ.
           IF HV-USUARIO-QUEJ NOT = SPACES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT GESTOR_ID INTO :HV-ASIGNADO-QUEJ
                   FROM IBMUSER.GESTORES_CLIENTE
                   WHERE USUARIO = :HV-USUARIO-QUEJ
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO HV-ASIGNADO-QUEJ
               END-IF
           END-IF.

       7300-VALIDAR-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO

       7400-RESOLVER-QUEJA.
           MOVE WS-ID-QUEJA-COLA TO HV-ID-QUEJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.QUEJAS
               SET ESTADO = 'R',
                   RESOLUCION = :HV-RESOL-QUEJ,
           END-EXEC.

      * La mas urgente: escaladas primero, despues la de limite
      * mas cercano; solo de la cola del usuario (las suyas, las de
      * los clientes de los que es suplente y la comun).
       7500-LEER-MAS-URGENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_QUEJA, CATEGORIA, DETALLE, ESTADO,
                      CHAR(FECHA_LIMITE, ISO)
               INTO :HV-ID-QUEJ, :HV-CATEG-QUEJ, :HV-DETALLE-QUEJ,
               FROM IBMUSER.QUEJAS
               WHERE ESTADO IN ('P', 'E')
                 AND ID_QUEJA > :WS-ID-QUEJA-COLA
                 AND (ASIGNADO_A = :CG-M-USER
                      OR ASIGNADO_A = ' '
                      OR USUARIO IN
                         (SELECT G.USUARIO
                            FROM IBMUSER.GESTORES_CLIENTE G
                           WHERE G.SUPLENTE_ID = :CG-M-USER))
               ORDER BY CASE ESTADO WHEN 'E' THEN 0 ELSE 1 END,
                        FECHA_LIMITE, ID_QUEJA
               FETCH FIRST 1 ROW ONLY
      * Al agotar la cola se vuelve a empezar desde el principio.
           IF SQLCODE NOT = 0 AND WS-ID-QUEJA-COLA > 0
               MOVE 0 TO WS-ID-QUEJA-COLA
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT ID_QUEJA, CATEGORIA, DETALLE, ESTADO,
                          CHAR(FECHA_LIMITE, ISO)
                   INTO :HV-ID-QUEJ, :HV-CATEG-QUEJ,
                        :HV-FECHA-LIM-QUEJ
                   FROM IBMUSER.QUEJAS
                   WHERE ESTADO IN ('P', 'E')
                     AND (ASIGNADO_A = :CG-M-USER
                          OR ASIGNADO_A = ' '
                          OR USUARIO IN
                             (SELECT G.USUARIO
                                FROM IBMUSER.GESTORES_CLIENTE G
                               WHERE G.SUPLENTE_ID = :CG-M-USER))
                   ORDER BY CASE ESTADO WHEN 'E' THEN 0 ELSE 1 END,
                            FECHA_LIMITE, ID_QUEJA
                   FETCH FIRST 1 ROW ONLY
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
               ERASE FREEKB END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
