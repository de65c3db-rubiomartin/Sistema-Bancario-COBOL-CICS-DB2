       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKEM.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKEM                                 **
      ** TITULO ...........: MONITOR DE OPERACIONES DEL PERSONAL    **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida nocturna de cumplimiento sobre la fecha de       **
      **   negocio (o la 'AAAA-MM-DD' de SYSIN para reprocesar un   **
      **   dia). Deja sus hallazgos en la cola                      **
      **   IBMUSER.HALLAZGOS_PERSONAL, aparte de                    **
      **   EVENTOS_SEGURIDAD (ver DDL/HALLAZGOS_PERSONAL.sql).      **
      ** - 'M': movimiento del dia tecleado por un empleado         **
      **   (AGENTE_ID, o el USUARIO empleado de una pata con        **
      **   cuenta posteada desde terminal de sucursal) sobre        **
      **   dinero propio ('T'), de una cuenta compartida ('C'),     **
      **   de un poderdante ('P') o de una empresa de la que es     **
      **   firmante ('F'). Una pasada por relacion, de la mas       **
      **   fuerte a la mas debil; un hallazgo por movimiento.       **
      ** - 'C': empleado que consulto CONS_SIN_NEGOCIO_MIN veces    **
      **   o mas a un mismo cliente en la posicion 360 (PBNKVC)     **
      **   en los ultimos CONS_SIN_NEGOCIO_DIAS dias sin negocio    **
      **   relacionado con el.                                      **
      ** - Relanzable: no repite movimientos ni pares ya            **
      **   marcados. Un solo COMMIT; ante error ROLLBACK y RC 8.    **
      ** - Informe DD EMPREP con los hallazgos del dia y los        **
      **   pendientes de la cola. SOURCE/PBNKEH.cbl los resuelve.   **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-PERSONAL ASSIGN TO EMPREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-PERSONAL
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLHPER END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-SYSIN        PIC X(10) VALUE SPACES.
           05 WS-CANT-PASADA        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-TOTAL         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-PENDIENTES    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.
      * Valores de fabrica; 7050 los reemplaza por PARAMETROS.
           05 WS-CONS-MINIMO        PIC S9(9) COMP VALUE 5.
           05 WS-CONS-DIAS          PIC S9(9) COMP VALUE 30.

       01  WS-LINEA-TITULO.
           05 FILLER                PIC X(40) VALUE
              'HALLAZGOS DE OPERACIONES DEL PERSONAL - '.
           05 WS-LT-FECHA           PIC X(10).
           05 FILLER                PIC X(30) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(42) VALUE
              'T R EMPLEADO CLIENTE  CUENTA       MOV/CON'.
           05 FILLER                PIC X(38) VALUE
              '       MONTO DETALLE'.

       01  WS-LINEA-DETALLE.
           05 WS-LD-TIPO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-RELACION        PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-EMPLEADO        PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-CLIENTE         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-CUENTA          PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-REFERENCIA      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-MONTO           PIC -(7)9,99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-DETALLE         PIC X(25).

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO           PIC X(40).
           05 WS-LT-CANTIDAD        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(31) VALUE SPACES.

       01  WS-LINEA-BLANCO          PIC X(80) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKEM'.
           03  WC-DETALLE-CONSULTA  PIC X(40)
               VALUE 'CONSULTAS 360 SIN NEGOCIO RELACIONADO'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-DETECTAR-HALLAZGOS.
           PERFORM 3000-INFORMAR-HALLAZGOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKEM - MONITOR DEL PERSONAL - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           DISPLAY 'PBNKEM - FECHA DE PROCESO: ' WS-FECHA-PROCESO.

      *================================================================*
      * 2000 - UNA PASADA POR RELACION Y UNA DE CONSULTAS, UN COMMIT   *
      *================================================================*
       2000-DETECTAR-HALLAZGOS.
           MOVE 'T' TO HV-RELACION-HPER.
           PERFORM 7100-MARCAR-TITULAR.
           PERFORM 2900-CONTAR-PASADA.
           DISPLAY 'PBNKEM - SOBRE CUENTA PROPIA     : ' WS-CANT-EDIT.
           IF SQLCODE = 0
               PERFORM 7200-MARCAR-COMPARTIDA
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKEM - SOBRE CUENTA COMPARTIDA : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7300-MARCAR-APODERADO
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKEM - SOBRE UN PODERDANTE     : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7400-MARCAR-FIRMANTE
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKEM - SOBRE EMPRESA FIRMADA   : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7500-MARCAR-CONSULTAS
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKEM - CONSULTAS SIN NEGOCIO   : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'PBNKEM - ERROR SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-CANT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Un INSERT ... SELECT sin filas deja SQLCODE 100.
       2900-CONTAR-PASADA.
           MOVE 0 TO WS-CANT-PASADA.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CANT-PASADA
               END-IF
           END-IF.
           ADD WS-CANT-PASADA TO WS-CANT-TOTAL.
           MOVE WS-CANT-PASADA TO WS-CANT-EDIT.

      *================================================================*
      * 3000 - INFORME: HALLAZGOS DEL DIA Y PENDIENTES DE LA COLA      *
      *================================================================*
       3000-INFORMAR-HALLAZGOS.
           OPEN OUTPUT INFORME-PERSONAL.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

           EXEC SQL DECLARE CUR-HALLAZGOS-EM CURSOR FOR
               SELECT TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                      CUENTA_NUM, ID_MOV, MONTO, CANT_CONSULTAS,
                      DETALLE
               FROM IBMUSER.HALLAZGOS_PERSONAL
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
               ORDER BY EMPLEADO, TIPO, ID_HALLAZGO
           END-EXEC.
           EXEC SQL OPEN CUR-HALLAZGOS-EM END-EXEC.
           PERFORM 7600-FETCH-HALLAZGO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ESCRIBIR-HALLAZGO
               PERFORM 7600-FETCH-HALLAZGO
           END-PERFORM.
           EXEC SQL CLOSE CUR-HALLAZGOS-EM END-EXEC.

           PERFORM 7700-CONTAR-PENDIENTES.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'HALLAZGOS NUEVOS DEL DIA ..............:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-TOTAL TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'PENDIENTES EN LA COLA DE CUMPLIMIENTO .:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-PENDIENTES TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE INFORME-PERSONAL.

      * Referencia: el movimiento ('M') o la cantidad de consultas
      * ('C').
       3100-ESCRIBIR-HALLAZGO.
           MOVE HV-TIPO-HPER       TO WS-LD-TIPO.
           MOVE HV-RELACION-HPER   TO WS-LD-RELACION.
           MOVE HV-EMPLEADO-HPER   TO WS-LD-EMPLEADO.
           MOVE HV-CLIENTE-HPER    TO WS-LD-CLIENTE.
           MOVE HV-CUENTA-HPER     TO WS-LD-CUENTA.
           IF HV-TIPO-HPER = 'M'
               MOVE HV-ID-MOV-HPER    TO WS-LD-REFERENCIA
           ELSE
               MOVE HV-CANT-CONS-HPER TO WS-LD-REFERENCIA
           END-IF.
           MOVE HV-MONTO-HPER      TO WS-LD-MONTO.
           MOVE HV-DETALLE-HPER    TO WS-LD-DETALLE.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Fecha de negocio vigente, o la de SYSIN ('AAAA-MM-DD').
       7020-RESOLVER-FECHA.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           IF WS-FECHA-SYSIN NOT = SPACES AND
              WS-FECHA-SYSIN NOT = LOW-VALUES
               MOVE WS-FECHA-SYSIN TO WS-FECHA-PROCESO
           END-IF.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CONS_SIN_NEGOCIO_MIN'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CONS-MINIMO
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CONS_SIN_NEGOCIO_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CONS-DIAS
           END-IF.

      *----------------------------------------------------------------*
      * 7100-7400: MOVIMIENTOS DEL DIA. La tabla A de cada pasada da   *
      * quien tecleo el movimiento (ACTOR: AGENTE_ID, o el USUARIO de  *
      * una pata con cuenta posteada desde terminal de sucursal) y de  *
      * quien es el dinero (TITULAR: duenio de CUENTA_NUM, o el        *
      * USUARIO del movimiento). Solo actores empleados. Cada pasada   *
      * salta los movimientos ya marcados, asi que la primera          *
      * relacion que aplica es la que queda.                           *
      *----------------------------------------------------------------*
       7100-MARCAR-TITULAR.
           EXEC SQL INSERT INTO IBMUSER.HALLAZGOS_PERSONAL
               (TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                CUENTA_NUM, ID_MOV, MONTO, CANT_CONSULTAS, DETALLE,
                FECHA_NEGOCIO, ESTADO, FECHA_DETECCION)
               SELECT 'M', 'T', A.ACTOR, A.TITULAR, A.CUENTA_NUM,
                      A.ID_MOV, A.MONTO, 0,
                      'OPER ' || A.TIPO_OPER || ' ' || A.CONCEPTO,
                      DATE(:WS-FECHA-PROCESO), 'P',
                      CURRENT TIMESTAMP
               FROM (SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                            M.CUENTA_NUM, M.CONCEPTO,
                            CASE WHEN M.AGENTE_ID <> ' '
                                 THEN M.AGENTE_ID
                                 ELSE M.USUARIO END AS ACTOR,
                            COALESCE(K.USUARIO, M.USUARIO)
                               AS TITULAR
                     FROM IBMUSER.MOVIMIENTOS M
                          LEFT OUTER JOIN IBMUSER.CUENTAS K
                            ON K.NUMERO_CUENTA = M.CUENTA_NUM
                     WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
                       AND (M.AGENTE_ID <> ' '
                            OR (M.CUENTA_NUM <> ' '
                                AND M.SUCURSAL_ID IN
                                    (SELECT S.SUCURSAL_ID
                                       FROM IBMUSER.SUCURSAL S
                                      WHERE S.CANAL = 'T')))) A
                    INNER JOIN IBMUSER.CLIENTES E
                       ON E.USUARIO = A.ACTOR
                      AND E.TIPO_USUARIO = 'E'
               WHERE A.TITULAR = A.ACTOR
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.HALLAZGOS_PERSONAL H
                       WHERE H.TIPO = 'M'
                         AND H.ID_MOV = A.ID_MOV)
           END-EXEC.

      * Cuenta compartida en cualquiera de los dos sentidos.
       7200-MARCAR-COMPARTIDA.
           EXEC SQL INSERT INTO IBMUSER.HALLAZGOS_PERSONAL
               (TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                CUENTA_NUM, ID_MOV, MONTO, CANT_CONSULTAS, DETALLE,
                FECHA_NEGOCIO, ESTADO, FECHA_DETECCION)
               SELECT 'M', 'C', A.ACTOR, A.TITULAR, A.CUENTA_NUM,
                      A.ID_MOV, A.MONTO, 0,
                      'OPER ' || A.TIPO_OPER || ' ' || A.CONCEPTO,
                      DATE(:WS-FECHA-PROCESO), 'P',
                      CURRENT TIMESTAMP
               FROM (SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                            M.CUENTA_NUM, M.CONCEPTO,
                            CASE WHEN M.AGENTE_ID <> ' '
                                 THEN M.AGENTE_ID
                                 ELSE M.USUARIO END AS ACTOR,
                            COALESCE(K.USUARIO, M.USUARIO)
                               AS TITULAR
                     FROM IBMUSER.MOVIMIENTOS M
                          LEFT OUTER JOIN IBMUSER.CUENTAS K
                            ON K.NUMERO_CUENTA = M.CUENTA_NUM
                     WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
                       AND (M.AGENTE_ID <> ' '
                            OR (M.CUENTA_NUM <> ' '
                                AND M.SUCURSAL_ID IN
                                    (SELECT S.SUCURSAL_ID
                                       FROM IBMUSER.SUCURSAL S
                                      WHERE S.CANAL = 'T')))) A
                    INNER JOIN IBMUSER.CLIENTES E
                       ON E.USUARIO = A.ACTOR
                      AND E.TIPO_USUARIO = 'E'
               WHERE EXISTS
                     (SELECT 1 FROM IBMUSER.CUENTAS_COMPARTIDAS C
                       WHERE (C.USUARIO_PRINCIPAL  = A.TITULAR
                          AND C.USUARIO_AUTORIZADO = A.ACTOR)
                          OR (C.USUARIO_PRINCIPAL  = A.ACTOR
                          AND C.USUARIO_AUTORIZADO = A.TITULAR))
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.HALLAZGOS_PERSONAL H
                       WHERE H.TIPO = 'M'
                         AND H.ID_MOV = A.ID_MOV)
           END-EXEC.

      * Poder vigente del titular a favor del empleado.
       7300-MARCAR-APODERADO.
           EXEC SQL INSERT INTO IBMUSER.HALLAZGOS_PERSONAL
               (TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                CUENTA_NUM, ID_MOV, MONTO, CANT_CONSULTAS, DETALLE,
                FECHA_NEGOCIO, ESTADO, FECHA_DETECCION)
               SELECT 'M', 'P', A.ACTOR, A.TITULAR, A.CUENTA_NUM,
                      A.ID_MOV, A.MONTO, 0,
                      'OPER ' || A.TIPO_OPER || ' ' || A.CONCEPTO,
                      DATE(:WS-FECHA-PROCESO), 'P',
                      CURRENT TIMESTAMP
               FROM (SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                            M.CUENTA_NUM, M.CONCEPTO,
                            CASE WHEN M.AGENTE_ID <> ' '
                                 THEN M.AGENTE_ID
                                 ELSE M.USUARIO END AS ACTOR,
                            COALESCE(K.USUARIO, M.USUARIO)
                               AS TITULAR
                     FROM IBMUSER.MOVIMIENTOS M
                          LEFT OUTER JOIN IBMUSER.CUENTAS K
                            ON K.NUMERO_CUENTA = M.CUENTA_NUM
                     WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
                       AND (M.AGENTE_ID <> ' '
                            OR (M.CUENTA_NUM <> ' '
                                AND M.SUCURSAL_ID IN
                                    (SELECT S.SUCURSAL_ID
                                       FROM IBMUSER.SUCURSAL S
                                      WHERE S.CANAL = 'T')))) A
                    INNER JOIN IBMUSER.CLIENTES E
                       ON E.USUARIO = A.ACTOR
                      AND E.TIPO_USUARIO = 'E'
               WHERE EXISTS
                     (SELECT 1 FROM IBMUSER.PODERES P
                       WHERE P.USUARIO_TITULAR   = A.TITULAR
                         AND P.USUARIO_APODERADO = A.ACTOR
                         AND P.ESTADO = 'A'
                         AND P.FECHA_VENCIMIENTO >=
                             DATE(:WS-FECHA-PROCESO))
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.HALLAZGOS_PERSONAL H
                       WHERE H.TIPO = 'M'
                         AND H.ID_MOV = A.ID_MOV)
           END-EXEC.

      * Firmante vigente de alguna cuenta del titular.
       7400-MARCAR-FIRMANTE.
           EXEC SQL INSERT INTO IBMUSER.HALLAZGOS_PERSONAL
               (TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                CUENTA_NUM, ID_MOV, MONTO, CANT_CONSULTAS, DETALLE,
                FECHA_NEGOCIO, ESTADO, FECHA_DETECCION)
               SELECT 'M', 'F', A.ACTOR, A.TITULAR, A.CUENTA_NUM,
                      A.ID_MOV, A.MONTO, 0,
                      'OPER ' || A.TIPO_OPER || ' ' || A.CONCEPTO,
                      DATE(:WS-FECHA-PROCESO), 'P',
                      CURRENT TIMESTAMP
               FROM (SELECT M.ID_MOV, M.TIPO_OPER, M.MONTO,
                            M.CUENTA_NUM, M.CONCEPTO,
                            CASE WHEN M.AGENTE_ID <> ' '
                                 THEN M.AGENTE_ID
                                 ELSE M.USUARIO END AS ACTOR,
                            COALESCE(K.USUARIO, M.USUARIO)
                               AS TITULAR
                     FROM IBMUSER.MOVIMIENTOS M
                          LEFT OUTER JOIN IBMUSER.CUENTAS K
                            ON K.NUMERO_CUENTA = M.CUENTA_NUM
                     WHERE M.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
                       AND (M.AGENTE_ID <> ' '
                            OR (M.CUENTA_NUM <> ' '
                                AND M.SUCURSAL_ID IN
                                    (SELECT S.SUCURSAL_ID
                                       FROM IBMUSER.SUCURSAL S
                                      WHERE S.CANAL = 'T')))) A
                    INNER JOIN IBMUSER.CLIENTES E
                       ON E.USUARIO = A.ACTOR
                      AND E.TIPO_USUARIO = 'E'
               WHERE EXISTS
                     (SELECT 1 FROM IBMUSER.FIRMANTES F
                             INNER JOIN IBMUSER.CUENTAS K2
                                ON K2.NUMERO_CUENTA = F.CUENTA_NUM
                       WHERE F.USUARIO  = A.ACTOR
                         AND F.ESTADO   = 'A'
                         AND K2.USUARIO = A.TITULAR)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.HALLAZGOS_PERSONAL H
                       WHERE H.TIPO = 'M'
                         AND H.ID_MOV = A.ID_MOV)
           END-EXEC.

      * Consultas 360 reiteradas sin negocio relacionado en la
      * ventana: ni movimientos tecleados para el cliente, ni
      * prestamos suyos otorgados o gestionados, ni alertas de
      * retencion suyas trabajadas por el empleado.
       7500-MARCAR-CONSULTAS.
           EXEC SQL INSERT INTO IBMUSER.HALLAZGOS_PERSONAL
               (TIPO, RELACION, EMPLEADO, USUARIO_CLIENTE,
                CANT_CONSULTAS, DETALLE, FECHA_NEGOCIO, ESTADO,
                FECHA_DETECCION)
               SELECT 'C', ' ', Q.EMPLEADO, Q.USUARIO_CLIENTE,
                      Q.CANTIDAD, :WC-DETALLE-CONSULTA,
                      DATE(:WS-FECHA-PROCESO), 'P',
                      CURRENT TIMESTAMP
               FROM (SELECT C.EMPLEADO, C.USUARIO_CLIENTE,
                            COUNT(*) AS CANTIDAD
                     FROM IBMUSER.CONSULTAS_CLIENTE C
                     WHERE DATE(C.FECHA_HORA) >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS
                       AND DATE(C.FECHA_HORA) <=
                           DATE(:WS-FECHA-PROCESO)
                       AND C.EMPLEADO <> C.USUARIO_CLIENTE
                     GROUP BY C.EMPLEADO, C.USUARIO_CLIENTE
                     HAVING COUNT(*) >= :WS-CONS-MINIMO) Q
               WHERE NOT EXISTS
                     (SELECT 1 FROM IBMUSER.MOVIMIENTOS M
                             LEFT OUTER JOIN IBMUSER.CUENTAS K
                               ON K.NUMERO_CUENTA = M.CUENTA_NUM
                       WHERE M.AGENTE_ID = Q.EMPLEADO
                         AND COALESCE(K.USUARIO, M.USUARIO) =
                             Q.USUARIO_CLIENTE
                         AND M.FECHA_NEGOCIO >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS
                         AND M.FECHA_NEGOCIO <=
                             DATE(:WS-FECHA-PROCESO))
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.PRESTAMOS P
                       WHERE P.USUARIO = Q.USUARIO_CLIENTE
                         AND ((P.AGENTE_ID = Q.EMPLEADO
                               AND DATE(P.FECHA_ALTA) >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS)
                          OR EXISTS
                             (SELECT 1
                                FROM IBMUSER.GESTIONES_COBRANZA G
                               WHERE G.ID_PRESTAMO = P.ID_PRESTAMO
                                 AND G.AGENTE_ID = Q.EMPLEADO
                                 AND DATE(G.FECHA_GESTION) >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS
                             )))
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.ALERTAS_ATRICION T
                       WHERE T.USUARIO   = Q.USUARIO_CLIENTE
                         AND T.AGENTE_ID = Q.EMPLEADO
                         AND DATE(T.FECHA_CONTACTO) >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS)
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.HALLAZGOS_PERSONAL H
                       WHERE H.TIPO = 'C'
                         AND H.EMPLEADO = Q.EMPLEADO
                         AND H.USUARIO_CLIENTE = Q.USUARIO_CLIENTE
                         AND H.FECHA_NEGOCIO >
                           DATE(:WS-FECHA-PROCESO) - :WS-CONS-DIAS DAYS)
           END-EXEC.

       7600-FETCH-HALLAZGO.
           EXEC SQL FETCH CUR-HALLAZGOS-EM
               INTO :HV-TIPO-HPER, :HV-RELACION-HPER,
                    :HV-EMPLEADO-HPER, :HV-CLIENTE-HPER,
                    :HV-CUENTA-HPER, :HV-ID-MOV-HPER,
                    :HV-MONTO-HPER, :HV-CANT-CONS-HPER,
                    :HV-DETALLE-HPER
           END-EXEC.

       7700-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-PENDIENTES
               FROM IBMUSER.HALLAZGOS_PERSONAL
               WHERE ESTADO = 'P'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-TOTAL TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CANT-TOTAL TO WS-CANT-EDIT.
           DISPLAY 'PBNKEM - HALLAZGOS NUEVOS        : ' WS-CANT-EDIT.
           DISPLAY 'PBNKEM - MONITOR DEL PERSONAL - FIN'.

       COPY CPYEJBP.
