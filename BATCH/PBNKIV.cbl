       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKIV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKIV                                 **
      ** TITULO ...........: LIBRO IVA VENTAS Y DECLARACION MENSUAL **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual: procesa el periodo AAAAMM recibido por  **
      **   SYSIN (vacio = mes anterior a la fecha de negocio).      **
      ** - Libro IVA ventas (DD LIBIVA): una linea por comprobante  **
      **   de IBMUSER.FACTURAS_FISCALES emitido en el periodo,      **
      **   facturas 'F' en positivo y notas de credito 'C' en       **
      **   negativo, con subtotales por sucursal y alicuota y el    **
      **   total general. Las facturas anuladas ('A') siguen en     **
      **   el libro: las compensa su nota de credito.               **
      ** - Declaracion al fisco (DD DDJJIVA): neto, IVA y total     **
      **   del periodo por condicion de IVA y alicuota, con         **
      **   HDR/TRL y registro en CONTROL_ARCHIVOS (total de         **
      **   control = IVA debito fiscal del periodo).                **
      ** - Solo lee: relanzar el periodo regenera ambos archivos.   **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO-IVA ASSIGN TO LIBIVA
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DECLARACION-IVA ASSIGN TO DDJJIVA
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRO-IVA
           RECORDING MODE IS F.
       01  REG-LIBRO                   PIC X(80).

       FD  DECLARACION-IVA
           RECORDING MODE IS F.
       01  REG-DECLARACION             PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFACF END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PERIODO-SYSIN      PIC X(6)  VALUE SPACES.
           05 WS-PERIODO            PIC X(6)  VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO    PIC X(4).
              10 WS-PERIODO-MES     PIC X(2).
           05 WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
           05 WS-FECHA-HASTA        PIC X(10) VALUE SPACES.
           05 WS-FECHA-AUX          PIC X(10) VALUE SPACES.
           05 WS-CANT-COMPROB       PIC S9(9) COMP VALUE 0.
      * Corte de control del libro (sucursal + alicuota).
           05 WS-SUC-ANTERIOR       PIC X(4)  VALUE SPACES.
           05 WS-ALIC-ANTERIOR      PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 SW-PRIMER-COMPROB     PIC X(1)  VALUE 'S'.
              88 PRIMER-COMPROB               VALUE 'S'.
           05 WS-SUB-NETO           PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-SUB-IVA            PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-SUB-TOTAL          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GEN-NETO           PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GEN-IVA            PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GEN-TOTAL          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DJ-NETO            PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DJ-IVA             PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-DJ-TOTAL           PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-COMPROB   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DDJJ      PIC S9(7) COMP-3 VALUE 0.

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(32)
               VALUE 'LIBRO IVA VENTAS - PERIODO '.
           05 WS-LT-PERIODO          PIC X(6).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                 PIC X(36)
               VALUE 'SUC  T NUMERO   DD CO ID FISCAL'.
           05 FILLER                 PIC X(44)
               VALUE '        NETO  ALIC         IVA       TOTAL'.

      * Detalle: una linea por comprobante (notas de credito con
      * signo negativo).
       01  WS-LINEA-DETALLE.
           05 WS-LD-SUCURSAL         PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-TIPO             PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-NUMERO           PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-DIA              PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-CONDICION        PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-ID-FISCAL        PIC X(13).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-NETO             PIC -(8)9,99.
           05 WS-LD-ALICUOTA         PIC ZZ9,99.
           05 WS-LD-IVA              PIC -(8)9,99.
           05 WS-LD-TOTAL            PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05 WS-LS-TEXTO            PIC X(9).
           05 WS-LS-SUCURSAL         PIC X(4).
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 WS-LS-NETO             PIC -(8)9,99.
           05 WS-LS-ALICUOTA         PIC ZZ9,99.
           05 WS-LS-IVA              PIC -(8)9,99.
           05 WS-LS-TOTAL            PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.

      * Declaracion: una linea por condicion de IVA y alicuota.
       01  WS-LINEA-DDJJ.
           05 WS-DD-PERIODO          PIC X(6).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-CONDICION        PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-ALICUOTA         PIC 9(3)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-CANTIDAD         PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-NETO             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-IVA              PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-DD-TOTAL            PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKIV'.
           03  WC-NOTA-CREDITO       PIC X(1)  VALUE 'C'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-EMITIR-LIBRO.
           PERFORM 3000-EMITIR-DECLARACION.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKIV - LIBRO IVA VENTAS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-PERIODO-SYSIN FROM SYSIN.
           IF WS-PERIODO-SYSIN IS NUMERIC
               MOVE WS-PERIODO-SYSIN TO WS-PERIODO
           ELSE
               PERFORM 7000-PERIODO-ANTERIOR
           END-IF.
           PERFORM 7010-CALCULAR-RANGO.
           DISPLAY 'PBNKIV - PERIODO: ' WS-PERIODO
               ' (' WS-FECHA-DESDE ' A ' WS-FECHA-HASTA ')'.
           OPEN OUTPUT LIBRO-IVA.
           OPEN OUTPUT DECLARACION-IVA.
           MOVE WS-PERIODO TO WS-LT-PERIODO.
           WRITE REG-LIBRO FROM WS-LINEA-TITULO.
           WRITE REG-LIBRO FROM WS-LINEA-COLUMNAS.
      * Cabecera de intercambio de la declaracion (libro de control).
           MOVE 'DDJJIVA' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-DECLARACION FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 2000 - LIBRO IVA VENTAS                                        *
      *================================================================*
       2000-EMITIR-LIBRO.
           PERFORM 7100-ABRIR-CURSOR-LIBRO.
           PERFORM 7110-FETCH-LIBRO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-ESCRIBIR-COMPROBANTE
               PERFORM 7110-FETCH-LIBRO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKIV - ERROR EN CURSOR LIBRO SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-LIBRO-IV END-EXEC.
           IF NOT PRIMER-COMPROB
               PERFORM 2200-ESCRIBIR-SUBTOTAL
           END-IF.
           MOVE 'TOTAL    '  TO WS-LS-TEXTO.
           MOVE SPACES       TO WS-LS-SUCURSAL.
           MOVE WS-GEN-NETO  TO WS-LS-NETO.
           MOVE 0            TO WS-LS-ALICUOTA.
           MOVE WS-GEN-IVA   TO WS-LS-IVA.
           MOVE WS-GEN-TOTAL TO WS-LS-TOTAL.
           WRITE REG-LIBRO FROM WS-LINEA-SUBTOTAL.
           CLOSE LIBRO-IVA.

       2100-ESCRIBIR-COMPROBANTE.
           IF PRIMER-COMPROB
               MOVE 'N' TO SW-PRIMER-COMPROB
               MOVE HV-SUCURSAL-FACF TO WS-SUC-ANTERIOR
               MOVE HV-ALICUOTA-FACF TO WS-ALIC-ANTERIOR
           END-IF.
           IF HV-SUCURSAL-FACF NOT = WS-SUC-ANTERIOR
               OR HV-ALICUOTA-FACF NOT = WS-ALIC-ANTERIOR
               PERFORM 2200-ESCRIBIR-SUBTOTAL
               MOVE HV-SUCURSAL-FACF TO WS-SUC-ANTERIOR
               MOVE HV-ALICUOTA-FACF TO WS-ALIC-ANTERIOR
           END-IF.
           IF HV-TIPO-FACF = WC-NOTA-CREDITO
               COMPUTE HV-NETO-FACF  = 0 - HV-NETO-FACF
               COMPUTE HV-IVA-FACF   = 0 - HV-IVA-FACF
               COMPUTE HV-TOTAL-FACF = 0 - HV-TOTAL-FACF
           END-IF.
           MOVE HV-SUCURSAL-FACF   TO WS-LD-SUCURSAL.
           MOVE HV-TIPO-FACF       TO WS-LD-TIPO.
           MOVE HV-NUMERO-FACF     TO WS-LD-NUMERO.
           MOVE HV-FECHA-FACF(9:2) TO WS-LD-DIA.
           MOVE HV-CONDICION-FACF  TO WS-LD-CONDICION.
           MOVE HV-ID-FISCAL-FACF  TO WS-LD-ID-FISCAL.
           MOVE HV-NETO-FACF       TO WS-LD-NETO.
           MOVE HV-ALICUOTA-FACF   TO WS-LD-ALICUOTA.
           MOVE HV-IVA-FACF        TO WS-LD-IVA.
           MOVE HV-TOTAL-FACF      TO WS-LD-TOTAL.
           WRITE REG-LIBRO FROM WS-LINEA-DETALLE.
           ADD 1 TO WS-CONTADOR-COMPROB.
           ADD HV-NETO-FACF  TO WS-SUB-NETO  WS-GEN-NETO.
           ADD HV-IVA-FACF   TO WS-SUB-IVA   WS-GEN-IVA.
           ADD HV-TOTAL-FACF TO WS-SUB-TOTAL WS-GEN-TOTAL.

       2200-ESCRIBIR-SUBTOTAL.
           MOVE 'SUBTOTAL '      TO WS-LS-TEXTO.
           MOVE WS-SUC-ANTERIOR  TO WS-LS-SUCURSAL.
           MOVE WS-SUB-NETO      TO WS-LS-NETO.
           MOVE WS-ALIC-ANTERIOR TO WS-LS-ALICUOTA.
           MOVE WS-SUB-IVA       TO WS-LS-IVA.
           MOVE WS-SUB-TOTAL     TO WS-LS-TOTAL.
           WRITE REG-LIBRO FROM WS-LINEA-SUBTOTAL.
           MOVE 0 TO WS-SUB-NETO WS-SUB-IVA WS-SUB-TOTAL.

      *================================================================*
      * 3000 - DECLARACION AL FISCO                                    *
      *================================================================*
       3000-EMITIR-DECLARACION.
           PERFORM 7200-ABRIR-CURSOR-DDJJ.
           PERFORM 7210-FETCH-DDJJ.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ESCRIBIR-DDJJ
               PERFORM 7210-FETCH-DDJJ
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKIV - ERROR EN CURSOR DDJJ SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-DDJJ-IV END-EXEC.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-DECLARACION FROM WS-ARC-REGISTRO.
           CLOSE DECLARACION-IVA.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.

       3100-ESCRIBIR-DDJJ.
           MOVE WS-PERIODO        TO WS-DD-PERIODO.
           MOVE HV-CONDICION-FACF TO WS-DD-CONDICION.
           MOVE HV-ALICUOTA-FACF  TO WS-DD-ALICUOTA.
           MOVE WS-CANT-COMPROB   TO WS-DD-CANTIDAD.
           MOVE WS-DJ-NETO        TO WS-DD-NETO.
           MOVE WS-DJ-IVA         TO WS-DD-IVA.
           MOVE WS-DJ-TOTAL       TO WS-DD-TOTAL.
           WRITE REG-DECLARACION FROM WS-LINEA-DDJJ.
           ADD 1 TO WS-CONTADOR-DDJJ.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD WS-DJ-IVA TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Sin periodo en SYSIN: el mes anterior a la fecha de negocio
      * (la corrida normal de los primeros dias del mes).
       7000-PERIODO-ANTERIOR.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO - 1 MONTH, ISO)
               INTO :WS-FECHA-AUX
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                   INTO :WS-FECHA-AUX
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           STRING WS-FECHA-AUX(1:4) DELIMITED BY SIZE
               WS-FECHA-AUX(6:2) DELIMITED BY SIZE
               INTO WS-PERIODO.

       7010-CALCULAR-RANGO.
           STRING WS-PERIODO-ANIO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-PERIODO-MES DELIMITED BY SIZE
               '-01' DELIMITED BY SIZE
               INTO WS-FECHA-DESDE.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-DESDE) + 1 MONTH
                                - 1 DAY, ISO)
               INTO :WS-FECHA-HASTA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      * Comprobantes emitidos en el periodo, en el orden del corte de
      * control (sucursal, alicuota) y dentro de el por numero.
       7100-ABRIR-CURSOR-LIBRO.
           EXEC SQL DECLARE CUR-LIBRO-IV CURSOR FOR
               SELECT SUCURSAL_ID, TIPO_COMPROBANTE, NUMERO,
                      CHAR(FECHA_EMISION, ISO), CONDICION_IVA,
                      ID_FISCAL, NETO, ALICUOTA, IVA, TOTAL
               FROM IBMUSER.FACTURAS_FISCALES
               WHERE FECHA_EMISION
                     BETWEEN DATE(:WS-FECHA-DESDE)
                         AND DATE(:WS-FECHA-HASTA)
               ORDER BY SUCURSAL_ID, ALICUOTA, TIPO_COMPROBANTE DESC,
                        NUMERO
           END-EXEC.
           EXEC SQL OPEN CUR-LIBRO-IV END-EXEC.

       7110-FETCH-LIBRO.
           EXEC SQL FETCH CUR-LIBRO-IV
               INTO :HV-SUCURSAL-FACF, :HV-TIPO-FACF,
                    :HV-NUMERO-FACF, :HV-FECHA-FACF,
                    :HV-CONDICION-FACF, :HV-ID-FISCAL-FACF,
                    :HV-NETO-FACF, :HV-ALICUOTA-FACF,
                    :HV-IVA-FACF, :HV-TOTAL-FACF
           END-EXEC.

      * Totales del periodo por condicion y alicuota; las notas de
      * credito restan.
       7200-ABRIR-CURSOR-DDJJ.
           EXEC SQL DECLARE CUR-DDJJ-IV CURSOR FOR
               SELECT CONDICION_IVA, ALICUOTA, COUNT(*),
                      SUM(CASE WHEN TIPO_COMPROBANTE = :WC-NOTA-CREDITO
                               THEN 0 - NETO ELSE NETO END),
                      SUM(CASE WHEN TIPO_COMPROBANTE = :WC-NOTA-CREDITO
                               THEN 0 - IVA ELSE IVA END),
                      SUM(CASE WHEN TIPO_COMPROBANTE = :WC-NOTA-CREDITO
                               THEN 0 - TOTAL ELSE TOTAL END)
               FROM IBMUSER.FACTURAS_FISCALES
               WHERE FECHA_EMISION
                     BETWEEN DATE(:WS-FECHA-DESDE)
                         AND DATE(:WS-FECHA-HASTA)
               GROUP BY CONDICION_IVA, ALICUOTA
               ORDER BY CONDICION_IVA, ALICUOTA
           END-EXEC.
           EXEC SQL OPEN CUR-DDJJ-IV END-EXEC.

       7210-FETCH-DDJJ.
           EXEC SQL FETCH CUR-DDJJ-IV
               INTO :HV-CONDICION-FACF, :HV-ALICUOTA-FACF,
                    :WS-CANT-COMPROB, :WS-DJ-NETO,
                    :WS-DJ-IVA, :WS-DJ-TOTAL
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONTADOR-COMPROB TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKIV - COMPROBANTES EN LIBRO : '
               WS-CONTADOR-COMPROB.
           DISPLAY 'PBNKIV - LINEAS DECLARACION    : '
               WS-CONTADOR-DDJJ.
           DISPLAY 'PBNKIV - IVA DEBITO FISCAL     : ' WS-GEN-IVA.
           DISPLAY 'PBNKIV - LIBRO IVA VENTAS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
