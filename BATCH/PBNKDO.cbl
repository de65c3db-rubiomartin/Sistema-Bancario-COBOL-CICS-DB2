       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDO.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDO                                 **
      ** TITULO ...........: DEBITOS ORIGINADOS - ARCHIVO MENSUAL   **
      **                     A LA CAMARA                            **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Generacion: a cada deudor activo de un acreedor activo   **
      **   (IBMUSER.DEUDORES_DEBITO / ACREEDORES_DEBITO, ver DDL/   **
      **   DEBITOS_ORIGINADOS.sql) le genera el debito del mes de   **
      **   la fecha de negocio (PERIODO AAAA-MM) por su importe     **
      **   mensual, 'P' en IBMUSER.DEBITOS_ORIGINADOS. El indice    **
      **   unico deudor+periodo hace que una segunda corrida del    **
      **   mes no genere nada nuevo (-803 se cuenta y se sigue).    **
      ** - Corte: cada debito 'P' sale en el archivo de            **
      **   instrucciones DD DDOSAL para la camara (CBU y referencia **
      **   del mandato del deudor) y pasa a 'E' con la secuencia    **
      **   del archivo (SEC_ENVIO).                                 **
      ** - DDOSAL lleva cabecera/pie y queda registrado en el      **
      **   libro de control (COPYS/CPYARCP.cbl). No mueve cuentas   **
      **   ni nostro: la plata entra con el resultado DDORES        **
      **   (BATCH/PBNKDD.cbl).                                      **
      ** - COMMIT por item, como BATCH/PBNKCS.cbl.                  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEBITOS ASSIGN TO DDOSAL
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEBITOS
           RECORDING MODE IS F.
       01  REG-DEBITO                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDORI END-EXEC.
           EXEC SQL INCLUDE DCLDEUD END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-PERIODO             PIC X(07) VALUE SPACES.
           05 WS-CONT-GENERADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-YA-GENERADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ENVIADOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

       01  WS-LINEA-DEBITO.
           05 WS-LD-ID-ITEM          PIC 9(09).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-CBU              PIC X(22).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-REFERENCIA       PIC X(16).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-MONTO            PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-ACREEDOR         PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-PERIODO          PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKDO'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-GENERAR-DEBITOS.
           PERFORM 3000-CORTE-A-CAMARA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKDO - DEBITOS ORIGINADOS A CAMARA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           MOVE WS-FECHA-PROCESO(1:7) TO WS-PERIODO.
           DISPLAY 'PBNKDO - PERIODO A DEBITAR: ' WS-PERIODO.
           OPEN OUTPUT ARCHIVO-DEBITOS.
      * Cabecera de intercambio (secuencia del libro de control).
           MOVE 'DDOSAL' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-DEBITO FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 2000 - GENERACION DEL DEBITO DEL MES                           *
      *================================================================*
       2000-GENERAR-DEBITOS.
           PERFORM 7100-ABRIR-CURSOR-DEUDORES.
           PERFORM 7110-FETCH-DEUDOR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-GENERAR-DEBITO
               PERFORM 7110-FETCH-DEUDOR
           END-PERFORM.
           EXEC SQL CLOSE CUR-DEUDORES END-EXEC.

       2100-GENERAR-DEBITO.
           PERFORM 7200-INSERTAR-DEBITO.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-GENERADOS
      * Ya generado en una corrida anterior del mes.
               WHEN -803
                   ADD 1 TO WS-CONT-YA-GENERADOS
                   MOVE 0 TO SQLCODE
               WHEN OTHER
                   DISPLAY 'PBNKDO - ERROR SQLCODE ' SQLCODE
                       ' GENERANDO DEUDOR ' HV-ID-DEUD
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
           END-EVALUATE.

      *================================================================*
      * 3000 - CORTE DE LOS PENDIENTES AL ARCHIVO DDOSAL               *
      *================================================================*
       3000-CORTE-A-CAMARA.
           PERFORM 7300-ABRIR-CURSOR-PENDIENTES.
           PERFORM 7310-FETCH-PENDIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ENVIAR-DEBITO
               PERFORM 7310-FETCH-PENDIENTE
           END-PERFORM.
           EXEC SQL CLOSE CUR-PENDIENTES END-EXEC.

       3100-ENVIAR-DEBITO.
           MOVE HV-ID-ITEM-DORI  TO WS-LD-ID-ITEM.
           MOVE HV-CBU-DEUD      TO WS-LD-CBU.
           MOVE HV-REF-DEUD      TO WS-LD-REFERENCIA.
           MOVE HV-MONTO-DORI    TO WS-LD-MONTO.
           MOVE HV-ACREEDOR-DORI TO WS-LD-ACREEDOR.
           MOVE HV-PERIODO-DORI  TO WS-LD-PERIODO.
           WRITE REG-DEBITO FROM WS-LINEA-DEBITO.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-DORI TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7400-MARCAR-ENVIADO.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-ENVIADOS
           ELSE
               DISPLAY 'PBNKDO - ERROR SQLCODE ' SQLCODE
                   ' ENVIANDO ITEM ' HV-ID-ITEM-DORI
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

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

      * Deudores activos de acreedores activos.
       7100-ABRIR-CURSOR-DEUDORES.
           EXEC SQL DECLARE CUR-DEUDORES CURSOR WITH HOLD FOR
               SELECT D.ID_DEUDOR, D.ACREEDOR, D.MONTO
               FROM IBMUSER.DEUDORES_DEBITO D,
                    IBMUSER.ACREEDORES_DEBITO A
               WHERE A.USUARIO = D.ACREEDOR
                 AND A.ESTADO = 'A'
                 AND D.ESTADO = 'A'
               ORDER BY D.ACREEDOR, D.ID_DEUDOR
           END-EXEC.
           EXEC SQL OPEN CUR-DEUDORES END-EXEC.

       7110-FETCH-DEUDOR.
           EXEC SQL FETCH CUR-DEUDORES
               INTO :HV-ID-DEUD, :HV-ACREEDOR-DEUD, :HV-MONTO-DEUD
           END-EXEC.

       7200-INSERTAR-DEBITO.
           MOVE HV-ID-DEUD       TO HV-ID-DEUD-DORI.
           MOVE HV-ACREEDOR-DEUD TO HV-ACREEDOR-DORI.
           MOVE WS-PERIODO       TO HV-PERIODO-DORI.
           MOVE HV-MONTO-DEUD    TO HV-MONTO-DORI.
           EXEC SQL INSERT INTO IBMUSER.DEBITOS_ORIGINADOS
               (ID_DEUDOR, ACREEDOR, PERIODO, MONTO, ESTADO,
                FECHA_ALTA)
               VALUES (:HV-ID-DEUD-DORI, :HV-ACREEDOR-DORI,
                :HV-PERIODO-DORI, :HV-MONTO-DORI, 'P',
                CURRENT TIMESTAMP)
           END-EXEC.

       7300-ABRIR-CURSOR-PENDIENTES.
           EXEC SQL DECLARE CUR-PENDIENTES CURSOR WITH HOLD FOR
               SELECT I.ID_ITEM, I.ACREEDOR, I.PERIODO, I.MONTO,
                      D.REF_MANDATO, D.CBU
               FROM IBMUSER.DEBITOS_ORIGINADOS I,
                    IBMUSER.DEUDORES_DEBITO D
               WHERE I.ESTADO = 'P'
                 AND D.ID_DEUDOR = I.ID_DEUDOR
               ORDER BY I.ID_ITEM
           END-EXEC.
           EXEC SQL OPEN CUR-PENDIENTES END-EXEC.

       7310-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-PENDIENTES
               INTO :HV-ID-ITEM-DORI, :HV-ACREEDOR-DORI,
                    :HV-PERIODO-DORI, :HV-MONTO-DORI,
                    :HV-REF-DEUD, :HV-CBU-DEUD
           END-EXEC.

       7400-MARCAR-ENVIADO.
           MOVE WS-ARC-SECUENCIA TO HV-SEC-ENV-DORI.
           EXEC SQL UPDATE IBMUSER.DEBITOS_ORIGINADOS
               SET ESTADO = 'E',
                   SEC_ENVIO = :HV-SEC-ENV-DORI
               WHERE ID_ITEM = :HV-ID-ITEM-DORI
                 AND ESTADO = 'P'
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-ENVIADOS TO WS-EJEC-PROC.
           MOVE WS-CONT-ERRORES  TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-DEBITO FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-DEBITOS.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           DISPLAY 'PBNKDO - DEBITOS GENERADOS    : '
               WS-CONT-GENERADOS.
           DISPLAY 'PBNKDO - YA GENERADOS EN EL MES: '
               WS-CONT-YA-GENERADOS.
           DISPLAY 'PBNKDO - DEBITOS ENVIADOS     : ' WS-CONT-ENVIADOS.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKDO - TOTAL ENVIADO        : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKDO - ERRORES              : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKDO - DEBITOS ORIGINADOS A CAMARA - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
