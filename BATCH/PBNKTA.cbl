       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTA.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTA                                 **
      ** TITULO ...........: CLIENTES CON TERMINOS DESACTUALIZADOS  **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Informe (DD TYCREP) de los clientes activos que no       **
      **   aceptaron la version vigente de los terminos que les     **
      **   aplican (ver DDL/TERMINOS.sql), a la fecha de negocio    **
      **   o a la 'AAAA-MM-DD' de SYSIN.                            **
      ** - Convenio general y versiones para todos los canales:     **
      **   todo cliente (o titular del producto). Versiones de un   **
      **   canal: quien ya acepto una anterior de ese canal; el     **
      **   resto la acepta al primer login por ese canal.           **
      ** - Por cliente y version: version aceptada (0 = nunca),     **
      **   version vigente, fecha de vigencia, fin del plazo de     **
      **   aviso (vigencia + DIAS_AVISO) y 'S' en RESTRINGIBLE      **
      **   cuando el plazo ya vencio. Solo informa; la              **
      **   restriccion la decide el area de cumplimiento.           **
      ** - Solo lectura. Ante error SQL RC 8.                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-TERMINOS ASSIGN TO TYCREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-TERMINOS
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLTVER END-EXEC.
           EXEC SQL INCLUDE DCLTACE END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
           05 WS-FECHA-SYSIN        PIC X(10) VALUE SPACES.
           05 WS-FECHA-LIMITE       PIC X(10) VALUE SPACES.
           05 WS-RESTRINGIBLE       PIC X(1)  VALUE 'N'.
           05 WS-CANT-TOTAL         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-RESTRINGIBLE  PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.

       01  WS-LINEA-TITULO.
           05 FILLER                PIC X(40) VALUE
              'CLIENTES CON TERMINOS DESACTUALIZADOS - '.
           05 WS-LT-FECHA           PIC X(10).
           05 FILLER                PIC X(30) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(40) VALUE
              'USUARIO  P C ACEPT. VIGTE. VIGENCIA   FI'.
           05 FILLER                PIC X(40) VALUE
              'N AVISO  RESTRINGIBLE'.

       01  WS-LINEA-DETALLE.
           05 WS-LD-USUARIO         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-PRODUCTO        PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-CANAL           PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-ACEPTADA        PIC ZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-VIGENTE         PIC ZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-VIGENCIA        PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LD-LIMITE          PIC X(10).
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 WS-LD-RESTRINGIBLE    PIC X(1).
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 WS-LT-TEXTO           PIC X(40).
           05 WS-LT-CANTIDAD        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(31) VALUE SPACES.

       01  WS-LINEA-BLANCO          PIC X(80) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTA'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-INFORMAR-PENDIENTES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKTA - TERMINOS DESACTUALIZADOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKTA - FECHA DE PROCESO: ' WS-FECHA-PROCESO.

      *================================================================*
      * 3000 - INFORME: UNA LINEA POR CLIENTE Y VERSION PENDIENTE      *
      *================================================================*
       3000-INFORMAR-PENDIENTES.
           OPEN OUTPUT INFORME-TERMINOS.
           MOVE WS-FECHA-PROCESO TO WS-LT-FECHA.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           WRITE REG-INFORME FROM WS-LINEA-CABECERA.

      * Version vigente: la mas alta de su PRODUCTO/CANAL con
      * vigencia a la fecha de proceso (mismo criterio que el login,
      * SOURCE/PBNKL.cbl 7550).
           EXEC SQL DECLARE CUR-TERMINOS-TA CURSOR FOR
               SELECT U.USUARIO, V.PRODUCTO, V.CANAL,
                      COALESCE((SELECT MAX(A.VERSION)
                          FROM IBMUSER.TERMINOS_ACEPTACION A
                         WHERE A.USUARIO = U.USUARIO
                           AND A.PRODUCTO = V.PRODUCTO
                           AND A.CANAL = V.CANAL), 0),
                      V.VERSION, CHAR(V.FECHA_VIGENCIA, ISO),
                      CHAR(V.FECHA_VIGENCIA + V.DIAS_AVISO DAYS,
                           ISO),
                      CASE WHEN DATE(:WS-FECHA-PROCESO) >
                                V.FECHA_VIGENCIA + V.DIAS_AVISO DAYS
                           THEN 'S' ELSE 'N' END
               FROM IBMUSER.TERMINOS_VERSION V,
                    IBMUSER.CLIENTES U
               WHERE U.ESTADO = 'A'
                 AND V.FECHA_VIGENCIA <= DATE(:WS-FECHA-PROCESO)
                 AND V.VERSION =
                     (SELECT MAX(V2.VERSION)
                        FROM IBMUSER.TERMINOS_VERSION V2
                       WHERE V2.PRODUCTO = V.PRODUCTO
                         AND V2.CANAL = V.CANAL
                         AND V2.FECHA_VIGENCIA <=
                             DATE(:WS-FECHA-PROCESO))
                 AND (V.PRODUCTO = ' '
                      OR EXISTS (SELECT 1 FROM IBMUSER.CUENTAS C
                           WHERE C.USUARIO = U.USUARIO
                             AND C.TIPO_CUENTA = V.PRODUCTO))
                 AND (V.CANAL = ' '
                      OR EXISTS
                         (SELECT 1
                            FROM IBMUSER.TERMINOS_ACEPTACION A2
                           WHERE A2.USUARIO = U.USUARIO
                             AND A2.PRODUCTO = V.PRODUCTO
                             AND A2.CANAL = V.CANAL))
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.TERMINOS_ACEPTACION A3
                       WHERE A3.USUARIO = U.USUARIO
                         AND A3.PRODUCTO = V.PRODUCTO
                         AND A3.CANAL = V.CANAL
                         AND A3.VERSION >= V.VERSION)
               ORDER BY V.PRODUCTO, V.CANAL, U.USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-TERMINOS-TA END-EXEC.
           PERFORM 7100-FETCH-PENDIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ESCRIBIR-PENDIENTE
               PERFORM 7100-FETCH-PENDIENTE
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKTA - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-TERMINOS-TA END-EXEC.

           WRITE REG-INFORME FROM WS-LINEA-BLANCO.
           MOVE 'CLIENTES/VERSIONES SIN ACEPTAR ........:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-TOTAL TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           MOVE 'CON PLAZO DE AVISO VENCIDO ............:'
             TO WS-LT-TEXTO.
           MOVE WS-CANT-RESTRINGIBLE TO WS-LT-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL.
           CLOSE INFORME-TERMINOS.

       3100-ESCRIBIR-PENDIENTE.
           ADD 1 TO WS-CANT-TOTAL.
           IF WS-RESTRINGIBLE = 'S'
               ADD 1 TO WS-CANT-RESTRINGIBLE
           END-IF.
           MOVE HV-USUARIO-TA      TO WS-LD-USUARIO.
           MOVE HV-PRODUCTO-TV     TO WS-LD-PRODUCTO.
           MOVE HV-CANAL-TV        TO WS-LD-CANAL.
           MOVE HV-VERSION-TA      TO WS-LD-ACEPTADA.
           MOVE HV-VERSION-TV      TO WS-LD-VIGENTE.
           MOVE HV-FECHA-VIG-TV    TO WS-LD-VIGENCIA.
           MOVE WS-FECHA-LIMITE    TO WS-LD-LIMITE.
           MOVE WS-RESTRINGIBLE    TO WS-LD-RESTRINGIBLE.
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

       7100-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-TERMINOS-TA
               INTO :HV-USUARIO-TA, :HV-PRODUCTO-TV, :HV-CANAL-TV,
                    :HV-VERSION-TA, :HV-VERSION-TV,
                    :HV-FECHA-VIG-TV, :WS-FECHA-LIMITE,
                    :WS-RESTRINGIBLE
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
           DISPLAY 'PBNKTA - PENDIENTES DE ACEPTAR   : ' WS-CANT-EDIT.
           MOVE WS-CANT-RESTRINGIBLE TO WS-CANT-EDIT.
           DISPLAY 'PBNKTA - CON AVISO VENCIDO      : ' WS-CANT-EDIT.
           DISPLAY 'PBNKTA - TERMINOS DESACTUALIZADOS - FIN'.

       COPY CPYEJBP.
