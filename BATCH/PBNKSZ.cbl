       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSZ.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSZ                                 **
      ** TITULO ...........: RENDICION Y PRODUCCION MENSUAL A LA    **
      **                     ASEGURADORA                            **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Una corrida por aseguradora (CODIGO_ASEG por SYSIN,      **
      **   ver DDL/POLIZAS_SEGURO.sql): escribe en DD SEGREN el     **
      **   archivo mensual que se le envia.                         **
      ** - Rendicion: una linea 'C' por cada prima cobrada por      **
      **   BATCH/PBNKSY.cbl (IBMUSER.COBROS_SEGURO) con fecha de    **
      **   negocio hasta el fin del periodo que no se haya rendido  **
      **   aun, con la comision que retiene el banco; las filas     **
      **   quedan 'R' (rendidas) con FECHA_RENDICION.               **
      ** - Produccion: una linea 'A' por poliza dada de alta en el  **
      **   periodo y una 'B' por poliza dada de baja ('C'           **
      **   cancelada, 'F' finalizada por cancelacion del            **
      **   prestamo), con el motivo.                                **
      ** - Cabecera 'HDR'/pie 'TRL' del libro de control            **
      **   (COPYS/CPYARCP.cbl); la interfaz es 'SG' + CODIGO_ASEG,  **
      **   con secuencia propia por aseguradora. El total del pie   **
      **   es el neto a transferir (primas menos comision).         **
      ** - Archivo y marca de rendicion van en una sola unidad de   **
      **   trabajo: ante un error DB2 se deshace todo y el job      **
      **   termina con RC 8 para correrlo de nuevo. Una prima ya    **
      **   rendida no vuelve a salir; la produccion del periodo se  **
      **   repite si se reprocesa.                                  **
      ** - El periodo viene por SYSIN (vacio = el mes anterior a la **
      **   fecha de negocio vigente).                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RENDICION ASSIGN TO SEGREN
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RENDICION
           RECORDING MODE IS F.
       01  REG-RENDICION                PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLASEG END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.
           EXEC SQL INCLUDE DCLCOBS END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

      * Tarjeta SYSIN: aseguradora en 1-6, periodo AAAA-MM en 8-14.
       01  WS-TARJETA-SYSIN.
           05 WS-SYSIN-ASEGURADORA   PIC X(6).
           05 FILLER                 PIC X(1).
           05 WS-SYSIN-PERIODO       PIC X(7).
           05 FILLER                 PIC X(66).

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-PERIODO             PIC X(07) VALUE SPACES.
           05 WS-PERIODO-INI         PIC X(10) VALUE SPACES.
           05 WS-FECHA-ISO           PIC X(10) VALUE SPACES.
           05 WS-NETO                PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CONT-COBROS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ALTAS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-BAJAS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-PRIMAS        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-COMISION      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

      * Registro de detalle del archivo SEGREN. En las lineas 'C'
      * IMPORTE-1 es la prima e IMPORTE-2 la comision del banco; en
      * 'A'/'B' son la prima mensual y la suma asegurada. FECHA es la
      * de negocio del cobro, la del alta o la de la baja.
       01  WS-LINEA-RENDICION.
           05 WS-LR-TIPO             PIC X(1).
           05 WS-LR-POLIZA           PIC 9(9).
           05 WS-LR-ID-FISCAL        PIC X(13).
           05 WS-LR-USUARIO          PIC X(8).
           05 WS-LR-COBERTURA        PIC X(1).
           05 WS-LR-PERIODO          PIC X(7).
           05 WS-LR-IMPORTE-1        PIC 9(9)V99.
           05 WS-LR-IMPORTE-2        PIC 9(11)V99.
      * AAAAMMDD
           05 WS-LR-FECHA            PIC X(8).
           05 WS-LR-MOTIVO           PIC X(1).
           05 FILLER                 PIC X(8)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKSZ'.

       COPY CPYARCW.
       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 2000-RENDIR-COBROS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 3000-INFORMAR-PRODUCCION
           END-IF.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSZ - RENDICION A ASEGURADORA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           MOVE SPACES TO WS-TARJETA-SYSIN.
           ACCEPT WS-TARJETA-SYSIN FROM SYSIN.
           IF WS-SYSIN-PERIODO = SPACES OR LOW-VALUES
               PERFORM 7020-LEER-FECHA-NEGOCIO
               PERFORM 7030-PERIODO-ANTERIOR
           ELSE
               MOVE WS-SYSIN-PERIODO TO WS-PERIODO
           END-IF.
           STRING WS-PERIODO DELIMITED BY SIZE
               '-01' DELIMITED BY SIZE
               INTO WS-PERIODO-INI.
           DISPLAY 'PBNKSZ - ASEGURADORA: ' WS-SYSIN-ASEGURADORA
               ' PERIODO: ' WS-PERIODO.
           OPEN OUTPUT ARCHIVO-RENDICION.
           PERFORM 7050-LEER-ASEGURADORA.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKSZ - ASEGURADORA INEXISTENTE: '
                   WS-SYSIN-ASEGURADORA
               MOVE 8 TO RETURN-CODE
           ELSE
      * Cabecera de intercambio (secuencia del libro de control, ver
      * CPYARCP/DDL CONTROL_ARCHIVOS), una interfaz por aseguradora.
               MOVE SPACES TO WS-ARC-INTERFAZ
               STRING 'SG' DELIMITED BY SIZE
                   HV-CODIGO-ASEG DELIMITED BY SIZE
                   INTO WS-ARC-INTERFAZ
               PERFORM 9775-ASIGNAR-SECUENCIA-SAL
               MOVE SPACES TO WS-ARC-REGISTRO
               MOVE 'HDR' TO WS-ARC-HDR-MARCA
               MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ
               MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA
               WRITE REG-RENDICION FROM WS-ARC-REGISTRO
               MOVE 0 TO WS-ARC-CANT-LEIDOS
               MOVE 0 TO WS-ARC-TOTAL-LEIDO
           END-IF.

      *================================================================*
      * 2000 - RENDICION: PRIMAS COBRADAS SIN RENDIR                   *
      *================================================================*
       2000-RENDIR-COBROS.
           PERFORM 7100-ABRIR-CURSOR-COBROS.
           PERFORM 7150-FETCH-COBRO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-RENDIR-COBRO
               IF SQLCODE = 0
                   PERFORM 7150-FETCH-COBRO
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKSZ - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-COBROS-SEG END-EXEC.

       2100-RENDIR-COBRO.
           PERFORM 7180-MARCAR-RENDIDO.
           IF SQLCODE = 0
               MOVE SPACES              TO WS-LINEA-RENDICION
               MOVE 'C'                 TO WS-LR-TIPO
               MOVE HV-ID-POL-COBS      TO WS-LR-POLIZA
               MOVE HV-ID-FISCAL-CLI    TO WS-LR-ID-FISCAL
               MOVE HV-USUARIO-POLS     TO WS-LR-USUARIO
               MOVE HV-COBERTURA-POLS   TO WS-LR-COBERTURA
               MOVE HV-PERIODO-COBS     TO WS-LR-PERIODO
               MOVE HV-PRIMA-COBS       TO WS-LR-IMPORTE-1
               MOVE HV-COMISION-COBS    TO WS-LR-IMPORTE-2
               MOVE HV-FECHA-NEG-COBS   TO WS-FECHA-ISO
               PERFORM 2900-FORMATEAR-FECHA
               WRITE REG-RENDICION FROM WS-LINEA-RENDICION
               ADD 1 TO WS-ARC-CANT-LEIDOS
               ADD 1 TO WS-CONT-COBROS
               SUBTRACT HV-COMISION-COBS FROM HV-PRIMA-COBS
                   GIVING WS-NETO
               ADD WS-NETO TO WS-ARC-TOTAL-LEIDO
               ADD HV-PRIMA-COBS TO WS-TOTAL-PRIMAS
               ADD HV-COMISION-COBS TO WS-TOTAL-COMISION
           END-IF.

      * AAAA-MM-DD -> AAAAMMDD.
       2900-FORMATEAR-FECHA.
           MOVE WS-FECHA-ISO(1:4) TO WS-LR-FECHA(1:4).
           MOVE WS-FECHA-ISO(6:2) TO WS-LR-FECHA(5:2).
           MOVE WS-FECHA-ISO(9:2) TO WS-LR-FECHA(7:2).

      *================================================================*
      * 3000 - PRODUCCION: ALTAS Y BAJAS DEL PERIODO                   *
      *================================================================*
       3000-INFORMAR-PRODUCCION.
           PERFORM 7200-ABRIR-CURSOR-ALTAS.
           PERFORM 7250-FETCH-ALTA.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE 'A' TO WS-LR-TIPO
               PERFORM 3100-ESCRIBIR-POLIZA
               ADD 1 TO WS-CONT-ALTAS
               PERFORM 7250-FETCH-ALTA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKSZ - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-ALTAS-SEG END-EXEC.

           IF RETURN-CODE = 0
               PERFORM 7300-ABRIR-CURSOR-BAJAS
               PERFORM 7350-FETCH-BAJA
               PERFORM UNTIL SQLCODE NOT = 0
                   MOVE 'B' TO WS-LR-TIPO
                   PERFORM 3100-ESCRIBIR-POLIZA
                   ADD 1 TO WS-CONT-BAJAS
                   PERFORM 7350-FETCH-BAJA
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKSZ - ERROR SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL CLOSE CUR-BAJAS-SEG END-EXEC
           END-IF.

      * Motivo de baja: 'S' pedido del cliente, 'I' falta de pago,
      * 'F' fin del prestamo cubierto.
       3100-ESCRIBIR-POLIZA.
           MOVE HV-ID-POLS          TO WS-LR-POLIZA.
           MOVE HV-ID-FISCAL-CLI    TO WS-LR-ID-FISCAL.
           MOVE HV-USUARIO-POLS     TO WS-LR-USUARIO.
           MOVE HV-COBERTURA-POLS   TO WS-LR-COBERTURA.
           MOVE SPACES              TO WS-LR-PERIODO.
           MOVE HV-PRIMA-POLS       TO WS-LR-IMPORTE-1.
           MOVE HV-SUMA-POLS        TO WS-LR-IMPORTE-2.
           PERFORM 2900-FORMATEAR-FECHA.
           MOVE SPACES              TO WS-LR-MOTIVO.
           IF WS-LR-TIPO = 'B'
               IF HV-ESTADO-POLS = 'F'
                   MOVE 'F' TO WS-LR-MOTIVO
               ELSE
                   MOVE HV-MOTIVO-POLS TO WS-LR-MOTIVO
               END-IF
           END-IF.
           WRITE REG-RENDICION FROM WS-LINEA-RENDICION.
           ADD 1 TO WS-ARC-CANT-LEIDOS.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7030-PERIODO-ANTERIOR.
           EXEC SQL SELECT SUBSTR(CHAR(DATE(:WS-FECHA-NEGOCIO)
                       - 1 MONTH, ISO), 1, 7)
               INTO :WS-PERIODO
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7050-LEER-ASEGURADORA.
           MOVE WS-SYSIN-ASEGURADORA TO HV-CODIGO-ASEG.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE-ASEG
               FROM IBMUSER.ASEGURADORAS
               WHERE CODIGO_ASEG = :HV-CODIGO-ASEG
           END-EXEC.

      * Lo cobrado hasta el fin del periodo y no rendido; incluye lo
      * que haya quedado de periodos anteriores. El ID fiscal sale
      * de CLIENTES, igual que PBNKFD 7100.
       7100-ABRIR-CURSOR-COBROS.
           EXEC SQL DECLARE CUR-COBROS-SEG CURSOR FOR
               SELECT C.ID_POLIZA, C.PERIODO, C.PRIMA, C.COMISION,
                      CHAR(C.FECHA_NEGOCIO, ISO), P.USUARIO,
                      P.TIPO_COBERTURA, COALESCE(L.ID_FISCAL, ' ')
               FROM IBMUSER.COBROS_SEGURO C
                    INNER JOIN IBMUSER.POLIZAS_SEGURO P
                      ON P.ID_POLIZA = C.ID_POLIZA
                    LEFT OUTER JOIN IBMUSER.CLIENTES L
                      ON L.USUARIO = P.USUARIO
               WHERE C.CODIGO_ASEG = :HV-CODIGO-ASEG
                 AND C.ESTADO_RENDICION = 'P'
                 AND C.FECHA_NEGOCIO < DATE(:WS-PERIODO-INI) + 1 MONTH
               ORDER BY C.ID_POLIZA, C.PERIODO
           END-EXEC.
           EXEC SQL OPEN CUR-COBROS-SEG END-EXEC.

       7150-FETCH-COBRO.
           EXEC SQL FETCH CUR-COBROS-SEG
               INTO :HV-ID-POL-COBS, :HV-PERIODO-COBS,
                    :HV-PRIMA-COBS, :HV-COMISION-COBS,
                    :HV-FECHA-NEG-COBS, :HV-USUARIO-POLS,
                    :HV-COBERTURA-POLS, :HV-ID-FISCAL-CLI
           END-EXEC.

       7180-MARCAR-RENDIDO.
           EXEC SQL UPDATE IBMUSER.COBROS_SEGURO
               SET ESTADO_RENDICION = 'R',
                   FECHA_RENDICION = CURRENT TIMESTAMP
               WHERE ID_POLIZA = :HV-ID-POL-COBS
                 AND PERIODO = :HV-PERIODO-COBS
                 AND ESTADO_RENDICION = 'P'
           END-EXEC.

       7200-ABRIR-CURSOR-ALTAS.
           EXEC SQL DECLARE CUR-ALTAS-SEG CURSOR FOR
               SELECT P.ID_POLIZA, P.USUARIO, P.TIPO_COBERTURA,
                      P.PRIMA, P.SUMA_ASEGURADA, P.ESTADO,
                      P.MOTIVO_BAJA, CHAR(DATE(P.FECHA_ALTA), ISO),
                      COALESCE(L.ID_FISCAL, ' ')
               FROM IBMUSER.POLIZAS_SEGURO P
                    LEFT OUTER JOIN IBMUSER.CLIENTES L
                      ON L.USUARIO = P.USUARIO
               WHERE P.CODIGO_ASEG = :HV-CODIGO-ASEG
                 AND DATE(P.FECHA_ALTA) >= DATE(:WS-PERIODO-INI)
                 AND DATE(P.FECHA_ALTA) <
                     DATE(:WS-PERIODO-INI) + 1 MONTH
               ORDER BY P.ID_POLIZA
           END-EXEC.
           EXEC SQL OPEN CUR-ALTAS-SEG END-EXEC.

       7250-FETCH-ALTA.
           EXEC SQL FETCH CUR-ALTAS-SEG
               INTO :HV-ID-POLS, :HV-USUARIO-POLS,
                    :HV-COBERTURA-POLS, :HV-PRIMA-POLS,
                    :HV-SUMA-POLS, :HV-ESTADO-POLS,
                    :HV-MOTIVO-POLS, :WS-FECHA-ISO,
                    :HV-ID-FISCAL-CLI
           END-EXEC.

       7300-ABRIR-CURSOR-BAJAS.
           EXEC SQL DECLARE CUR-BAJAS-SEG CURSOR FOR
               SELECT P.ID_POLIZA, P.USUARIO, P.TIPO_COBERTURA,
                      P.PRIMA, P.SUMA_ASEGURADA, P.ESTADO,
                      P.MOTIVO_BAJA, CHAR(DATE(P.FECHA_BAJA), ISO),
                      COALESCE(L.ID_FISCAL, ' ')
               FROM IBMUSER.POLIZAS_SEGURO P
                    LEFT OUTER JOIN IBMUSER.CLIENTES L
                      ON L.USUARIO = P.USUARIO
               WHERE P.CODIGO_ASEG = :HV-CODIGO-ASEG
                 AND P.ESTADO IN ('C', 'F')
                 AND DATE(P.FECHA_BAJA) >= DATE(:WS-PERIODO-INI)
                 AND DATE(P.FECHA_BAJA) <
                     DATE(:WS-PERIODO-INI) + 1 MONTH
               ORDER BY P.ID_POLIZA
           END-EXEC.
           EXEC SQL OPEN CUR-BAJAS-SEG END-EXEC.

       7350-FETCH-BAJA.
           EXEC SQL FETCH CUR-BAJAS-SEG
               INTO :HV-ID-POLS, :HV-USUARIO-POLS,
                    :HV-COBERTURA-POLS, :HV-PRIMA-POLS,
                    :HV-SUMA-POLS, :HV-ESTADO-POLS,
                    :HV-MOTIVO-POLS, :WS-FECHA-ISO,
                    :HV-ID-FISCAL-CLI
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-ARC-REGISTRO
               MOVE 'TRL' TO WS-ARC-TRL-MARCA
               MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD
               MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL
               WRITE REG-RENDICION FROM WS-ARC-REGISTRO
           END-IF.
           CLOSE ARCHIVO-RENDICION.
           IF RETURN-CODE = 0
               EXEC SQL COMMIT END-EXEC
               PERFORM 9780-REGISTRAR-SALIDA-ARC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKSZ - RENDICION SIN ENVIAR, REPROCESAR'
           END-IF.
           MOVE WS-ARC-CANT-LEIDOS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CONT-COBROS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSZ - PRIMAS RENDIDAS   : ' WS-CANT-EDIT.
           MOVE WS-TOTAL-PRIMAS TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKSZ - TOTAL PRIMAS      : ' WS-TOTAL-EDIT.
           MOVE WS-TOTAL-COMISION TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKSZ - COMISION RETENIDA : ' WS-TOTAL-EDIT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKSZ - NETO A TRANSFERIR : ' WS-TOTAL-EDIT.
           MOVE WS-CONT-ALTAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSZ - ALTAS DEL PERIODO : ' WS-CANT-EDIT.
           MOVE WS-CONT-BAJAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKSZ - BAJAS DEL PERIODO : ' WS-CANT-EDIT.
           DISPLAY 'PBNKSZ - RENDICION A ASEGURADORA - FIN'.

       COPY CPYARCP.
       COPY CPYEJBP.
