       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKAR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKAR                                 **
      ** TITULO ...........: RECERTIFICACION DE ACCESOS             **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Campania trimestral de recertificacion de accesos        **
      **   (ver DDL/RECERTIFICACION.sql).                           **
      ** - SYSIN 'ABRIR' (primer dia habil del trimestre): abre     **
      **   la campania del trimestre de la fecha de negocio y       **
      **   fotografia cada id de personal (empleados                **
      **   TIPO_USUARIO 'E' y credenciales de soporte activas)      **
      **   con su rol, ultimo login, marca de sin uso, sucursal     **
      **   y gerente que lo revisa. Plazo: RECERT_PLAZO_DIAS.       **
      **   Si el trimestre ya tiene campania no hace nada (RC 4).   **
      ** - SYSIN vacio (diario): vencido el plazo de la campania    **
      **   abierta, suspende los ids que nadie confirmo ni revoco   **
      **   (DECISION 'S'; el empleado vuelve a TIPO_USUARIO 'C',    **
      **   el soporte a ADMINS.ESTADO 'S') y la cierra.             **
      ** - Informe DD RECREP: estado de la campania id por id,      **
      **   totales por decision, y conflictos de segregacion de     **
      **   funciones en el doble control de ACCIONES_PENDIENTES:    **
      **     R rol 'J' de soporte (solicita y aprueba);             **
      **     D el mismo id es soporte y empleado a la vez;          **
      **     A solicito y aprobo acciones del mismo tipo en los     **
      **       ultimos tres meses.                                  **
      ** - Un solo COMMIT; ante error ROLLBACK y RC 8.              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-RECERT ASSIGN TO RECREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-RECERT
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLRCAM END-EXEC.
           EXEC SQL INCLUDE DCLRCER END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
           05 WS-MODO-SYSIN         PIC X(5)  VALUE SPACES.
              88 MODO-ABRIR                   VALUE 'ABRIR'.
           05 WS-TRIMESTRE          PIC X(5)  VALUE SPACES.
           05 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
              10 WS-TRIM-ANIO       PIC 9(4).
              10 WS-TRIM-NRO        PIC 9(1).
           05 WS-MES-NEGOCIO        PIC 9(2)  VALUE 0.
           05 WS-CANT-PASADA        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-TOTAL         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.
           05 WS-CANT-CONFLICTOS    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-SIN-USO       PIC S9(9) COMP VALUE 0.
           05 WS-CANT-DECISION.
              10 WS-CANT-PEND       PIC S9(9) COMP VALUE 0.
              10 WS-CANT-CONF       PIC S9(9) COMP VALUE 0.
              10 WS-CANT-REVO       PIC S9(9) COMP VALUE 0.
              10 WS-CANT-SUSP       PIC S9(9) COMP VALUE 0.
           05 WS-VENCIDA            PIC S9(9) COMP VALUE 0.
      * Valores de fabrica; 7050 los reemplaza por PARAMETROS.
           05 WS-PLAZO-DIAS         PIC S9(9) COMP VALUE 15.
           05 WS-DIAS-SIN-USO       PIC S9(9) COMP VALUE 90.

       01  WS-CONFLICTO.
           05 HV-TIPO-SOD           PIC X(1).
           05 HV-ID-SOD             PIC X(8).
           05 HV-DETALLE-SOD        PIC X(40).
           05 HV-CANT-SOD           PIC S9(9) COMP.
           05 HV-ULT-ACC-TXT        PIC X(10).

       01  WS-CONTROL.
           03 SW-CAMPANIA           PIC X     VALUE 'N'.
              88 HAY-CAMPANIA                 VALUE 'S'.

       01  WS-LINEA-TITULO.
           05 FILLER                PIC X(35) VALUE
              'RECERTIFICACION DE ACCESOS - TRIM '.
           05 WS-LT-TRIMESTRE       PIC X(5).
           05 FILLER                PIC X(10) VALUE '  LIMITE: '.
           05 WS-LT-LIMITE          PIC X(10).
           05 FILLER                PIC X(10) VALUE '  ESTADO: '.
           05 WS-LT-ESTADO          PIC X(1).
           05 FILLER                PIC X(9)  VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(41) VALUE
              'SUC  T ID       R NOMBRE               UL'.
           05 FILLER                PIC X(39) VALUE
              'T.ACCESO  SU D REVISOR  REVISADO'.

       01  WS-LINEA-DETALLE.
           05 WS-LD-SUCURSAL        PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-TIPO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ID              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ROL             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-NOMBRE          PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ULT-ACCESO      PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LD-SIN-USO         PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-DECISION        PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-REVISOR         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-REVISADO        PIC X(8).
           05 FILLER                PIC X(8)  VALUE SPACES.

       01  WS-LINEA-SOD-TITULO.
           05 FILLER                PIC X(40) VALUE
              'CONFLICTOS DE SEGREGACION DE FUNCIONES'.
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-LINEA-SOD-CABECERA.
           05 FILLER                PIC X(40) VALUE
              'T ID       DETALLE'.
           05 FILLER                PIC X(40) VALUE
              '                 CANT'.

       01  WS-LINEA-SOD.
           05 WS-LS-TIPO            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-ID              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-DETALLE         PIC X(40).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LS-CANTIDAD        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO           PIC X(40).
           05 WS-LT-CANTIDAD        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(31) VALUE SPACES.

       01  WS-LINEA-BLANCO          PIC X(80) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKAR'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           IF MODO-ABRIR
               PERFORM 2000-ABRIR-CAMPANIA THRU 2000-EXIT
           ELSE
               PERFORM 2500-CONTROLAR-PLAZO THRU 2500-EXIT
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 3000-INFORMAR-CAMPANIA
           END-IF.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKAR - RECERTIFICACION DE ACCESOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           ACCEPT WS-MODO-SYSIN FROM SYSIN.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-TRIMESTRE(1:4).
           MOVE WS-FECHA-PROCESO(6:2) TO WS-MES-NEGOCIO.
           COMPUTE WS-TRIM-NRO = (WS-MES-NEGOCIO - 1) / 3 + 1.
           DISPLAY 'PBNKAR - FECHA DE PROCESO: ' WS-FECHA-PROCESO
               ' TRIMESTRE: ' WS-TRIMESTRE.

      *================================================================*
      * 2000 - APERTURA: CAMPANIA Y FOTO DE LOS IDS DEL PERSONAL       *
      *================================================================*
       2000-ABRIR-CAMPANIA.
           PERFORM 7100-LEER-CAMPANIA-TRIM.
           IF SQLCODE = 0
               SET HAY-CAMPANIA TO TRUE
               DISPLAY 'PBNKAR - EL TRIMESTRE YA TIENE CAMPANIA '
                   HV-ID-CAMP-RCA
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 7200-INSERTAR-CAMPANIA.
           IF SQLCODE = 0
               PERFORM 7300-FOTO-EMPLEADOS
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKAR - EMPLEADOS A RECERTIFICAR: '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7350-FOTO-SOPORTE
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKAR - IDS DE SOPORTE          : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7400-ASIGNAR-REVISOR
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET HAY-CAMPANIA TO TRUE
               PERFORM 7100-LEER-CAMPANIA-TRIM
           ELSE
               DISPLAY 'PBNKAR - ERROR SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-CANT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      *================================================================*
      * 2500 - CONTROL DIARIO: VENCIDO EL PLAZO, SUSPENDE Y CIERRA     *
      *================================================================*
       2500-CONTROLAR-PLAZO.
           PERFORM 7150-LEER-CAMPANIA-ABIERTA.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKAR - NO HAY CAMPANIA ABIERTA'
               GO TO 2500-EXIT
           END-IF.
           SET HAY-CAMPANIA TO TRUE.
           IF WS-VENCIDA NOT > 0
               DISPLAY 'PBNKAR - CAMPANIA ' HV-TRIMESTRE-RCA
                   ' EN PLAZO HASTA ' HV-FECHA-LIM-RCA
               GO TO 2500-EXIT
           END-IF.

           PERFORM 7500-SUSPENDER-EMPLEADOS.
           PERFORM 2900-CONTAR-PASADA.
           DISPLAY 'PBNKAR - EMPLEADOS SUSPENDIDOS   : ' WS-CANT-EDIT.
           IF SQLCODE = 0
               PERFORM 7550-SUSPENDER-SOPORTE
               PERFORM 2900-CONTAR-PASADA
               DISPLAY 'PBNKAR - SOPORTE SUSPENDIDO      : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-MARCAR-SUSPENDIDOS
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 7650-CERRAR-CAMPANIA
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'C' TO HV-ESTADO-RCA
           ELSE
               DISPLAY 'PBNKAR - ERROR SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-CANT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

      * Un INSERT/UPDATE sin filas deja SQLCODE 100.
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
      * 3000 - INFORME: IDS DE LA CAMPANIA Y CONFLICTOS SOD            *
      *================================================================*
       3000-INFORMAR-CAMPANIA.
           OPEN OUTPUT INFORME-RECERT.
           IF HAY-CAMPANIA
               PERFORM 3100-DETALLE-CAMPANIA
           ELSE
               MOVE 'NO HAY CAMPANIA DE RECERTIFICACION ABIERTA'
                 TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           PERFORM 3500-CONFLICTOS-SOD.
           CLOSE INFORME-RECERT.

       3100-DETALLE-CAMPANIA.
           MOVE HV-TRIMESTRE-RCA TO WS-LT-TRIMESTRE.
           MOVE HV-FECHA-LIM-RCA TO WS-LT-LIMITE.
           MOVE HV-ESTADO-RCA    TO WS-LT-ESTADO.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

           MOVE HV-ID-CAMP-RCA TO HV-ID-CAMP-RCE.
           EXEC SQL DECLARE CUR-RECERT-AR CURSOR FOR
               SELECT SUCURSAL_ID, TIPO_ID, ID_PERSONAL, ROL, NOMBRE,
                      COALESCE(CHAR(DATE(ULTIMO_ACCESO), ISO),
                               'NUNCA'),
                      SIN_USO, DECISION, REVISOR,
                      COALESCE(REVISADO_POR, ' ')
               FROM IBMUSER.RECERTIFICACION
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCE
               ORDER BY SUCURSAL_ID, TIPO_ID, ID_PERSONAL
           END-EXEC.
           EXEC SQL OPEN CUR-RECERT-AR END-EXEC.
           PERFORM 7700-FETCH-RECERT.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3200-ESCRIBIR-ID
               PERFORM 7700-FETCH-RECERT
           END-PERFORM.
           EXEC SQL CLOSE CUR-RECERT-AR END-EXEC.

           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'PENDIENTES (P) ........................:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-PEND TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'CONFIRMADOS (C) .......................:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-CONF TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'REVOCADOS (R) .........................:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-REVO TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'SUSPENDIDOS POR VENCIMIENTO (S) .......:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-SUSP TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'SIN USO EN EL PERIODO (SU = S) ........:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-SIN-USO TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.

       3200-ESCRIBIR-ID.
           MOVE HV-SUCURSAL-RCE   TO WS-LD-SUCURSAL.
           MOVE HV-TIPO-ID-RCE    TO WS-LD-TIPO.
           MOVE HV-PERSONAL-RCE   TO WS-LD-ID.
           MOVE HV-ROL-RCE        TO WS-LD-ROL.
           MOVE HV-NOMBRE-RCE     TO WS-LD-NOMBRE.
           MOVE HV-ULT-ACC-TXT    TO WS-LD-ULT-ACCESO.
           MOVE HV-SIN-USO-RCE    TO WS-LD-SIN-USO.
           MOVE HV-DECISION-RCE   TO WS-LD-DECISION.
           MOVE HV-REVISOR-RCE    TO WS-LD-REVISOR.
           MOVE HV-REVISADO-RCE   TO WS-LD-REVISADO.
           WRITE REG-INFORME FROM WS-LINEA-DETALLE.
           IF HV-SIN-USO-RCE = 'S'
               ADD 1 TO WS-CANT-SIN-USO
           END-IF.
           EVALUATE HV-DECISION-RCE
               WHEN 'P' ADD 1 TO WS-CANT-PEND
               WHEN 'C' ADD 1 TO WS-CANT-CONF
               WHEN 'R' ADD 1 TO WS-CANT-REVO
               WHEN 'S' ADD 1 TO WS-CANT-SUSP
           END-EVALUATE.

      * Conflictos vigentes a la fecha de proceso; la actividad mira
      * los ultimos tres meses de ACCIONES_PENDIENTES.
       3500-CONFLICTOS-SOD.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-SOD-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-SOD-CABECERA.
           EXEC SQL DECLARE CUR-SOD-AR CURSOR FOR
               SELECT 'R', A.ADMIN_ID,
                      'ROL J: SOLICITA Y APRUEBA EN PBNKU', 0
               FROM IBMUSER.ADMINS A
               WHERE A.ROL = 'J'
                 AND A.ESTADO = 'A'
               UNION ALL
               SELECT 'D', A.ADMIN_ID,
                      'ID DE SOPORTE Y DE EMPLEADO A LA VEZ', 0
               FROM IBMUSER.ADMINS A
                    INNER JOIN IBMUSER.CLIENTES C
                       ON C.USUARIO = A.ADMIN_ID
               WHERE A.ESTADO = 'A'
                 AND C.TIPO_USUARIO = 'E'
               UNION ALL
               SELECT 'A', P.SOLICITADO_POR,
                      'SOLICITO Y APROBO ACCIONES TIPO '
                         || P.TIPO_ACCION,
                      COUNT(*)
               FROM IBMUSER.ACCIONES_PENDIENTES P
               WHERE DATE(P.FECHA_SOLICITUD) >
                     DATE(:WS-FECHA-PROCESO) - 3 MONTHS
                 AND EXISTS
                     (SELECT 1 FROM IBMUSER.ACCIONES_PENDIENTES Q
                       WHERE Q.APROBADO_POR = P.SOLICITADO_POR
                         AND Q.TIPO_ACCION  = P.TIPO_ACCION
                         AND DATE(Q.FECHA_RESOLUCION) >
                             DATE(:WS-FECHA-PROCESO) - 3 MONTHS)
               GROUP BY P.SOLICITADO_POR, P.TIPO_ACCION
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CUR-SOD-AR END-EXEC.
           PERFORM 7800-FETCH-SOD.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-TIPO-SOD    TO WS-LS-TIPO
               MOVE HV-ID-SOD      TO WS-LS-ID
               MOVE HV-DETALLE-SOD TO WS-LS-DETALLE
               MOVE HV-CANT-SOD    TO WS-LS-CANTIDAD
               WRITE REG-INFORME FROM WS-LINEA-SOD
               ADD 1 TO WS-CANT-CONFLICTOS
               PERFORM 7800-FETCH-SOD
           END-PERFORM.
           EXEC SQL CLOSE CUR-SOD-AR END-EXEC.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'CONFLICTOS DE SEGREGACION .............:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-CONFLICTOS TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Fecha de negocio vigente.
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

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'RECERT_PLAZO_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PLAZO-DIAS
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'INACTIVIDAD_PERSONAL_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-SIN-USO
           END-IF.

       7100-LEER-CAMPANIA-TRIM.
           MOVE WS-TRIMESTRE TO HV-TRIMESTRE-RCA.
           EXEC SQL SELECT ID_CAMPANIA, TRIMESTRE,
                      CHAR(FECHA_LIMITE, ISO), ESTADO
               INTO :HV-ID-CAMP-RCA, :HV-TRIMESTRE-RCA,
                    :HV-FECHA-LIM-RCA, :HV-ESTADO-RCA
               FROM IBMUSER.CAMPANIAS_RECERT
               WHERE TRIMESTRE = :HV-TRIMESTRE-RCA
           END-EXEC.

      * WS-VENCIDA > 0: la fecha de proceso paso el limite.
       7150-LEER-CAMPANIA-ABIERTA.
           EXEC SQL SELECT ID_CAMPANIA, TRIMESTRE,
                      CHAR(FECHA_LIMITE, ISO), ESTADO,
                      DAYS(DATE(:WS-FECHA-PROCESO))
                        - DAYS(FECHA_LIMITE)
               INTO :HV-ID-CAMP-RCA, :HV-TRIMESTRE-RCA,
                    :HV-FECHA-LIM-RCA, :HV-ESTADO-RCA, :WS-VENCIDA
               FROM IBMUSER.CAMPANIAS_RECERT
               WHERE ESTADO = 'A'
               ORDER BY ID_CAMPANIA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7200-INSERTAR-CAMPANIA.
           MOVE WS-TRIMESTRE TO HV-TRIMESTRE-RCA.
           EXEC SQL INSERT INTO IBMUSER.CAMPANIAS_RECERT
               (TRIMESTRE, FECHA_APERTURA, FECHA_LIMITE, ESTADO)
               VALUES (:HV-TRIMESTRE-RCA, DATE(:WS-FECHA-PROCESO),
                       DATE(:WS-FECHA-PROCESO) + :WS-PLAZO-DIAS DAYS,
                       'A')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-CAMP-RCA
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE HV-ID-CAMP-RCA TO HV-ID-CAMP-RCE.

      * Sucursal del empleado: la del terminal de su ultimo login
      * desde una terminal de sucursal registrada; si no hay, 'ONLN'.
       7300-FOTO-EMPLEADOS.
           EXEC SQL INSERT INTO IBMUSER.RECERTIFICACION
               (ID_CAMPANIA, TIPO_ID, ID_PERSONAL, ROL, NOMBRE,
                SUCURSAL_ID, ULTIMO_ACCESO, SIN_USO, DECISION)
               SELECT :HV-ID-CAMP-RCE, 'E', E.USUARIO, 'E',
                      E.NOMBRE, E.SUCURSAL_ID, E.ULTIMO,
                      CASE WHEN E.ULTIMO IS NULL
                             OR DATE(E.ULTIMO) <=
                                DATE(:WS-FECHA-PROCESO)
                                  - :WS-DIAS-SIN-USO DAYS
                           THEN 'S' ELSE 'N' END,
                      'P'
               FROM (SELECT C.USUARIO, C.NOMBRE,
                            (SELECT MAX(A.FECHA_HORA)
                               FROM IBMUSER.ACCESOS A
                              WHERE A.USUARIO = C.USUARIO)
                               AS ULTIMO,
                            COALESCE(
                              (SELECT S.SUCURSAL_ID
                                 FROM IBMUSER.ACCESOS A
                                      INNER JOIN IBMUSER.SUCURSAL S
                                         ON S.TERMINAL_ID =
                                            A.TERMINAL_ID
                                WHERE A.USUARIO = C.USUARIO
                                  AND S.TERMINAL_ID <> ' '
                                ORDER BY A.FECHA_HORA DESC
                                FETCH FIRST 1 ROW ONLY),
                              'ONLN') AS SUCURSAL_ID
                     FROM IBMUSER.CLIENTES C
                     WHERE C.TIPO_USUARIO = 'E') E
           END-EXEC.

       7350-FOTO-SOPORTE.
           EXEC SQL INSERT INTO IBMUSER.RECERTIFICACION
               (ID_CAMPANIA, TIPO_ID, ID_PERSONAL, ROL, NOMBRE,
                SUCURSAL_ID, ULTIMO_ACCESO, SIN_USO, DECISION)
               SELECT :HV-ID-CAMP-RCE, 'A', A.ADMIN_ID, A.ROL,
                      A.NOMBRE, 'ONLN', A.ULTIMO_ACCESO,
                      CASE WHEN A.ULTIMO_ACCESO IS NULL
                             OR DATE(A.ULTIMO_ACCESO) <=
                                DATE(:WS-FECHA-PROCESO)
                                  - :WS-DIAS-SIN-USO DAYS
                           THEN 'S' ELSE 'N' END,
                      'P'
               FROM IBMUSER.ADMINS A
               WHERE A.ESTADO = 'A'
           END-EXEC.

      * Gerente de la sucursal; el propio gerente (o una sucursal sin
      * gerente) pasa al gerente de 'ONLN'; si tampoco sirve queda
      * ' ' y lo puede decidir cualquier otro gerente.
       7400-ASIGNAR-REVISOR.
           EXEC SQL UPDATE IBMUSER.RECERTIFICACION R
               SET REVISOR = COALESCE(
                     (SELECT S.GERENTE FROM IBMUSER.SUCURSAL S
                       WHERE S.SUCURSAL_ID = R.SUCURSAL_ID
                         AND S.GERENTE <> ' '
                         AND S.GERENTE <> R.ID_PERSONAL),
                     (SELECT S.GERENTE FROM IBMUSER.SUCURSAL S
                       WHERE S.SUCURSAL_ID = 'ONLN'
                         AND S.GERENTE <> ' '
                         AND S.GERENTE <> R.ID_PERSONAL),
                     ' ')
               WHERE R.ID_CAMPANIA = :HV-ID-CAMP-RCE
           END-EXEC.

      * El empleado conserva su login de cliente.
       7500-SUSPENDER-EMPLEADOS.
           MOVE HV-ID-CAMP-RCA TO HV-ID-CAMP-RCE.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET TIPO_USUARIO = 'C'
               WHERE TIPO_USUARIO = 'E'
                 AND USUARIO IN
                     (SELECT R.ID_PERSONAL
                        FROM IBMUSER.RECERTIFICACION R
                       WHERE R.ID_CAMPANIA = :HV-ID-CAMP-RCE
                         AND R.TIPO_ID = 'E'
                         AND R.DECISION = 'P')
           END-EXEC.

       7550-SUSPENDER-SOPORTE.
           EXEC SQL UPDATE IBMUSER.ADMINS
               SET ESTADO = 'S'
               WHERE ESTADO = 'A'
                 AND ADMIN_ID IN
                     (SELECT R.ID_PERSONAL
                        FROM IBMUSER.RECERTIFICACION R
                       WHERE R.ID_CAMPANIA = :HV-ID-CAMP-RCE
                         AND R.TIPO_ID = 'A'
                         AND R.DECISION = 'P')
           END-EXEC.

       7600-MARCAR-SUSPENDIDOS.
           EXEC SQL UPDATE IBMUSER.RECERTIFICACION
               SET DECISION = 'S',
                   REVISADO_POR = :WC-PROGRAMA,
                   FECHA_DECISION = CURRENT TIMESTAMP
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCE
                 AND DECISION = 'P'
           END-EXEC.

       7650-CERRAR-CAMPANIA.
           EXEC SQL UPDATE IBMUSER.CAMPANIAS_RECERT
               SET ESTADO = 'C',
                   FECHA_CIERRE = CURRENT TIMESTAMP
               WHERE ID_CAMPANIA = :HV-ID-CAMP-RCA
           END-EXEC.

       7700-FETCH-RECERT.
           EXEC SQL FETCH CUR-RECERT-AR
               INTO :HV-SUCURSAL-RCE, :HV-TIPO-ID-RCE,
                    :HV-PERSONAL-RCE, :HV-ROL-RCE, :HV-NOMBRE-RCE,
                    :HV-ULT-ACC-TXT, :HV-SIN-USO-RCE,
                    :HV-DECISION-RCE, :HV-REVISOR-RCE,
                    :HV-REVISADO-RCE
           END-EXEC.

       7800-FETCH-SOD.
           EXEC SQL FETCH CUR-SOD-AR
               INTO :HV-TIPO-SOD, :HV-ID-SOD, :HV-DETALLE-SOD,
                    :HV-CANT-SOD
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-TOTAL TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKAR - RECERTIFICACION DE ACCESOS - FIN'.

       COPY CPYEJBP.
