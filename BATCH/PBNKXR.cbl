       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKXR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKXR                                 **
      ** TITULO ...........: CARGA DE RESTRICCIONES CAMBIARIAS      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Carga mensual del padron de beneficiarios de planes      **
      **   sociales (DD RESCAM: ID_FISCAL 13 + FECHA_DESDE 10       **
      **   + FECHA_HASTA 10, fechas ISO; hasta en blanco es         **
      **   sin vencimiento) en IBMUSER.RESTRICCIONES_CAMBIO         **
      **   con MOTIVO 'PS' (ver DDL/OPERACIONES_CAMBIO.sql).        **
      ** - Reemplazo del motivo: primero da de baja ('B') las       **
      **   restricciones 'PS' activas, despues reactiva o da de     **
      **   alta cada cliente del padron. Las restricciones de       **
      **   otro motivo ('RG') no se tocan.                          **
      ** - El cliente se busca por CLIENTES.ID_FISCAL; un CUIT      **
      **   que no es cliente del banco se omite y se informa.       **
      ** - Una sola unidad de trabajo: ante un error de DB2 se      **
      **   hace ROLLBACK y queda vigente el padron anterior.        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PADRON ASSIGN TO RESCAM
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PADRON
           RECORDING MODE IS F.
       01  REG-PADRON.
           05 PAD-ID-FISCAL             PIC X(13).
           05 PAD-FECHA-DESDE           PIC X(10).
           05 PAD-FECHA-HASTA           PIC X(10).
           05 FILLER                    PIC X(47).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLRSCM END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-LEIDOS        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-CARGADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-OMITIDOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-BAJAS         PIC S9(7) COMP-3 VALUE 0.
           05 SW-FIN-ARCHIVO        PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                  VALUE 'S'.
           05 SW-ERROR-DB2          PIC X(01) VALUE 'N'.
              88 HAY-ERROR-DB2                VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKXR'.
           03  WC-MOTIVO-PADRON     PIC X(2)  VALUE 'PS'.
           03  WC-SIN-VENCIMIENTO   PIC X(10) VALUE '9999-12-31'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-PADRON.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKXR - CARGA DE RESTRICCIONES CAMBIARIAS'
               ' - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           OPEN INPUT ARCHIVO-PADRON.

      *================================================================*
      * 2000 - REEMPLAZO DEL MOTIVO 'PS'                               *
      *================================================================*
       2000-CARGAR-PADRON.
           EXEC SQL UPDATE IBMUSER.RESTRICCIONES_CAMBIO
               SET ESTADO = 'B'
               WHERE MOTIVO = :WC-MOTIVO-PADRON
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PBNKXR - ERROR DANDO DE BAJA ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-CONT-BAJAS
           END-IF.

           PERFORM 7100-LEER-PADRON.
           PERFORM UNTIL FIN-ARCHIVO OR HAY-ERROR-DB2
               ADD 1 TO WS-CONT-LEIDOS
               PERFORM 2100-CARGAR-CLIENTE
               PERFORM 7100-LEER-PADRON
           END-PERFORM.

           IF HAY-ERROR-DB2
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-CONT-CARGADOS
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

       2100-CARGAR-CLIENTE.
           PERFORM 7200-LEER-CLIENTE.
           IF SQLCODE = 100
               DISPLAY 'PBNKXR - ID FISCAL SIN CLIENTE: '
                   PAD-ID-FISCAL
               ADD 1 TO WS-CONT-OMITIDOS
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'PBNKXR - ERROR SQLCODE ' SQLCODE
                       ' ID FISCAL ' PAD-ID-FISCAL
                   SET HAY-ERROR-DB2 TO TRUE
               ELSE
                   PERFORM 2200-GRABAR-RESTRICCION
               END-IF
           END-IF.

      * Reactiva la fila del cliente (la clave es USUARIO + MOTIVO)
      * o la da de alta si es la primera vez que figura en el padron.
       2200-GRABAR-RESTRICCION.
           MOVE HV-USUARIO       TO HV-USUARIO-RSCM.
           MOVE WC-MOTIVO-PADRON TO HV-MOTIVO-RSCM.
           MOVE PAD-FECHA-DESDE  TO HV-DESDE-RSCM.
           IF PAD-FECHA-HASTA = SPACES
               MOVE WC-SIN-VENCIMIENTO TO HV-HASTA-RSCM
           ELSE
               MOVE PAD-FECHA-HASTA    TO HV-HASTA-RSCM
           END-IF.
           MOVE WC-PROGRAMA      TO HV-USR-ALTA-RSCM.
           PERFORM 7300-ACTUALIZAR-RESTRICCION.
           IF SQLCODE = 100
               PERFORM 7310-INSERTAR-RESTRICCION
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONT-CARGADOS
           ELSE
               DISPLAY 'PBNKXR - ERROR SQLCODE ' SQLCODE
                   ' USUARIO ' HV-USUARIO-RSCM
               SET HAY-ERROR-DB2 TO TRUE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-LEER-PADRON.
           READ ARCHIVO-PADRON
               AT END SET FIN-ARCHIVO TO TRUE
           END-READ.

       7200-LEER-CLIENTE.
           MOVE PAD-ID-FISCAL TO HV-ID-FISCAL-CLI.
           EXEC SQL SELECT USUARIO INTO :HV-USUARIO
               FROM IBMUSER.CLIENTES
               WHERE ID_FISCAL = :HV-ID-FISCAL-CLI
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7300-ACTUALIZAR-RESTRICCION.
           EXEC SQL UPDATE IBMUSER.RESTRICCIONES_CAMBIO
               SET FECHA_DESDE  = DATE(:HV-DESDE-RSCM),
                   FECHA_HASTA  = DATE(:HV-HASTA-RSCM),
                   ESTADO       = 'A',
                   USUARIO_ALTA = :HV-USR-ALTA-RSCM,
                   FECHA_ALTA   = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-RSCM
                 AND MOTIVO  = :HV-MOTIVO-RSCM
           END-EXEC.

       7310-INSERTAR-RESTRICCION.
           EXEC SQL INSERT INTO IBMUSER.RESTRICCIONES_CAMBIO
               (USUARIO, MOTIVO, FECHA_DESDE, FECHA_HASTA, ESTADO,
                USUARIO_ALTA, FECHA_ALTA)
               VALUES (:HV-USUARIO-RSCM, :HV-MOTIVO-RSCM,
                DATE(:HV-DESDE-RSCM), DATE(:HV-HASTA-RSCM), 'A',
                :HV-USR-ALTA-RSCM, CURRENT TIMESTAMP)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE ARCHIVO-PADRON.
           MOVE WS-CONT-CARGADOS TO WS-EJEC-PROC.
           MOVE WS-CONT-OMITIDOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKXR - REGISTROS LEIDOS  : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKXR - BAJAS PREVIAS     : ' WS-CONT-BAJAS.
           DISPLAY 'PBNKXR - CLIENTES CARGADOS : ' WS-CONT-CARGADOS.
           DISPLAY 'PBNKXR - SIN CLIENTE       : ' WS-CONT-OMITIDOS.
           DISPLAY 'PBNKXR - CARGA DE RESTRICCIONES CAMBIARIAS - FIN'.

       COPY CPYEJBP.
