       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCU.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCU                                 **
      ** TITULO ...........: ASIGNACION DE CBU A CUENTAS            **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Asigna la Clave Bancaria Uniforme (22 digitos) a toda    **
      **   fila de IBMUSER.CUENTAS que todavia no la tiene (CBU en  **
      **   blanco): la primera corrida cubre la cartera existente  **
      **   y la nocturna las cuentas abiertas en el dia.            **
      ** - Bloque 1: CODIGO_BANCO_CBU + SUCURSAL_CBU (IBMUSER.      **
      **   PARAMETROS, con valor de fabrica) + DV1.                 **
      ** - Bloque 2: NUMERO_CUENTA numerico completado a 13         **
      **   digitos con ceros a la izquierda; una cuenta con clave   **
      **   alfanumerica toma el proximo numero de la serie '9'      **
      **   (la que sigue al mayor ya asignado), que no puede        **
      **   chocar con una clave numerica de 10. Luego DV2.          **
      ** - Digitos verificadores con COPYS/CPYCBUP.cbl, la misma    **
      **   rutina que valida los destinos en PBNKT/PBNKBF/PBNKMI.   **
      ** - COMMIT por cuenta: la corrida es naturalmente            **
      **   reiniciable (solo toma filas con CBU en blanco).         **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
      * Valores de fabrica; 7050 los reemplaza por PARAMETROS.
           05 WS-CODIGO-BANCO       PIC 9(3)  VALUE 285.
           05 WS-SUCURSAL-CBU       PIC 9(4)  VALUE 1.
      * Ultimo numero de la serie '9' de claves alfanumericas.
           05 WS-SERIE-ALFA         PIC 9(12) VALUE 0.
           05 WS-SERIE-ALFA-X       PIC X(12) VALUE SPACES.
           05 WS-CUENTA-13          PIC 9(13) VALUE 0.
           05 WS-CUENTA-10          PIC 9(10) VALUE 0.
           05 WS-CONT-ASIGNADAS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES       PIC S9(7) COMP-3 VALUE 0.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKCU'.

       COPY CPYEJBW.
       COPY CPYCBUW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-ASIGNAR-CBU.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKCU - ASIGNACION DE CBU - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7070-LEER-SERIE-ALFA.

      *================================================================*
      * 2000 - RECORRIDO DE CUENTAS SIN CBU                            *
      *================================================================*
       2000-ASIGNAR-CBU.
           PERFORM 7100-ABRIR-CURSOR-CUENTAS.
           PERFORM 7200-FETCH-CUENTA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-ARMAR-CBU-CUENTA
               PERFORM 7300-GRABAR-CBU
               PERFORM 7900-COMMIT-CUENTA
               PERFORM 7200-FETCH-CUENTA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCU - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-CUENTAS-CU END-EXEC.

       2100-ARMAR-CBU-CUENTA.
           MOVE WS-CODIGO-BANCO TO WS-CBU-BANCO.
           MOVE WS-SUCURSAL-CBU TO WS-CBU-SUCURSAL.
           IF HV-NUMERO-CUENTA IS NUMERIC
               MOVE HV-NUMERO-CUENTA TO WS-CUENTA-10
               MOVE WS-CUENTA-10     TO WS-CUENTA-13
           ELSE
               ADD 1 TO WS-SERIE-ALFA
               COMPUTE WS-CUENTA-13 = 9000000000000 + WS-SERIE-ALFA
           END-IF.
           MOVE WS-CUENTA-13 TO WS-CBU-CUENTA.
           PERFORM 9716-ARMAR-CBU.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CODIGO_BANCO_CBU'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CODIGO-BANCO
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SUCURSAL_CBU'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-SUCURSAL-CBU
           END-IF.

      * Mayor numero ya asignado en la serie '9' (posiciones 10-21
      * del CBU); sin ninguno la serie arranca en 1.
       7070-LEER-SERIE-ALFA.
           EXEC SQL SELECT COALESCE(MAX(SUBSTR(CBU, 10, 12)),
                                    '000000000000')
               INTO :WS-SERIE-ALFA-X
               FROM IBMUSER.CUENTAS
               WHERE SUBSTR(CBU, 9, 1) = '9'
           END-EXEC.
           IF SQLCODE = 0 AND WS-SERIE-ALFA-X IS NUMERIC
               MOVE WS-SERIE-ALFA-X TO WS-SERIE-ALFA
           ELSE
               MOVE 0 TO WS-SERIE-ALFA
           END-IF.

       7100-ABRIR-CURSOR-CUENTAS.
           EXEC SQL DECLARE CUR-CUENTAS-CU CURSOR WITH HOLD FOR
               SELECT NUMERO_CUENTA
               FROM IBMUSER.CUENTAS
               WHERE CBU = ' '
               ORDER BY NUMERO_CUENTA
           END-EXEC.
           EXEC SQL OPEN CUR-CUENTAS-CU END-EXEC.

       7200-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CUENTAS-CU
               INTO :HV-NUMERO-CUENTA
           END-EXEC.

       7300-GRABAR-CBU.
           MOVE WS-CBU-NUMERO TO HV-CBU-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS
               SET CBU = :HV-CBU-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND CBU = ' '
           END-EXEC.

      * El SQLCODE del UPDATE no debe cortar el cursor: un error se
      * cuenta, se deshace y la cuenta queda para la proxima corrida.
       7900-COMMIT-CUENTA.
           IF SQLCODE = 0
               ADD 1 TO WS-CONT-ASIGNADAS
               EXEC SQL COMMIT END-EXEC
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY 'PBNKCU - CUENTA ' HV-NUMERO-CUENTA
                   ' SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-ASIGNADAS TO WS-EJEC-PROC.
           MOVE WS-CONT-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKCU - CBU ASIGNADOS   : ' WS-CONT-ASIGNADAS.
           DISPLAY 'PBNKCU - CUENTAS CON ERROR: ' WS-CONT-ERRORES.
           DISPLAY 'PBNKCU - ASIGNACION DE CBU - FIN'.

       COPY CPYEJBP.
       COPY CPYCBUP.
