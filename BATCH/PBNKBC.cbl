       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKBC.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKBC                                 **
      ** TITULO ...........: INFORME MENSUAL DE BILLETES FALSOS     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cierre mensual de los billetes secuestrados en           **
      **   ventanilla (IBMUSER.BILLETES_FALSOS, SOURCE/PBNKSQ.cbl): **
      **   marca 'E' con PERIODO_ENVIO (AAAA-MM) todo lo retenido   **
      **   ('R') con fecha de negocio hasta el fin del periodo.     **
      ** - DD BCRREP: informe al banco central, cantidad y valor    **
      **   facial por moneda y denominacion, mas el total.          **
      ** - DD BCRLST: lista de billetes que se remiten (una linea   **
      **   por billete), con HDR/TRL y secuencia del libro de       **
      **   control (CPYARCP); el total del TRL es el valor facial.  **
      ** - Ambos salen de PERIODO_ENVIO, asi que reprocesar el      **
      **   mismo periodo reproduce la misma lista.                  **
      ** - El periodo viene por SYSIN (vacio = el mes anterior a la **
      **   fecha de negocio vigente).                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-INFORME ASSIGN TO BCRREP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCHIVO-LISTA ASSIGN TO BCRLST
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME                  PIC X(80).

       FD  ARCHIVO-LISTA
           RECORDING MODE IS F.
       01  REG-LISTA                    PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLBFAL END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PERIODO-SYSIN       PIC X(07) VALUE SPACES.
           05 WS-PERIODO             PIC X(07) VALUE SPACES.
           05 WS-PERIODO-INI         PIC X(10) VALUE SPACES.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-CANT-GRUPO          PIC S9(9) COMP VALUE 0.
           05 WS-TOTAL-GRUPO         PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-MARCADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-BILLETES   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(34)
               VALUE 'BILLETES FALSOS - BANCO CENTRAL - '.
           05 WS-TI-PERIODO          PIC X(07).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 WS-RS-TIPO             PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-RS-MONEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-RS-DENOM            PIC Z(5)9,99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-RS-CANTIDAD         PIC Z(6)9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-RS-VALOR            PIC Z(10)9,99.
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WS-LINEA-BILLETE.
           05 WS-LB-ID               PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-SUCURSAL         PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-MONEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-DENOM            PIC 9(06)V99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-SERIE            PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-FECHA            PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LB-ORIGEN           PIC X(01).
           05 FILLER                 PIC X(19) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKBC'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-MARCAR-PERIODO.
           PERFORM 3000-EMITIR-INFORME.
           PERFORM 4000-EMITIR-LISTA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKBC - BILLETES FALSOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-PERIODO-SYSIN FROM SYSIN.
           IF WS-PERIODO-SYSIN = SPACES OR LOW-VALUES
               PERFORM 7020-LEER-FECHA-NEGOCIO
               PERFORM 7030-PERIODO-ANTERIOR
           ELSE
               MOVE WS-PERIODO-SYSIN TO WS-PERIODO
           END-IF.
           STRING WS-PERIODO DELIMITED BY SIZE
               '-01' DELIMITED BY SIZE
               INTO WS-PERIODO-INI.
           DISPLAY 'PBNKBC - PERIODO: ' WS-PERIODO.
           OPEN OUTPUT ARCHIVO-INFORME.
           OPEN OUTPUT ARCHIVO-LISTA.

      *================================================================*
      * 2000 - MARCA LO RETENIDO HASTA EL FIN DEL PERIODO              *
      * Lo que ya salio en este periodo conserva su marca; lo          *
      * retenido de meses anteriores que no se envio entra ahora.      *
      *================================================================*
       2000-MARCAR-PERIODO.
           PERFORM 7100-MARCAR-ENVIADOS.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-CONTADOR-MARCADOS
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKBC - ERROR AL MARCAR, SQLCODE: '
                       SQLCODE
                   ADD 1 TO WS-CONTADOR-ERRORES
               END-IF
           END-IF.

      *================================================================*
      * 3000 - INFORME POR MONEDA Y DENOMINACION (DD BCRREP)           *
      *================================================================*
       3000-EMITIR-INFORME.
           MOVE WS-PERIODO TO WS-TI-PERIODO.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           PERFORM 7200-ABRIR-CURSOR-RESUMEN.
           PERFORM 7250-FETCH-RESUMEN.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE 'DENO'         TO WS-RS-TIPO
               MOVE HV-MONEDA-BF   TO WS-RS-MONEDA
               MOVE HV-DENOM-BF    TO WS-RS-DENOM
               MOVE WS-CANT-GRUPO  TO WS-RS-CANTIDAD
               MOVE WS-TOTAL-GRUPO TO WS-RS-VALOR
               WRITE REG-INFORME FROM WS-LINEA-RESUMEN
               PERFORM 7250-FETCH-RESUMEN
           END-PERFORM.
           EXEC SQL CLOSE CUR-RESUMEN END-EXEC.

      *================================================================*
      * 4000 - LISTA DE BILLETES A REMITIR (DD BCRLST)                 *
      *================================================================*
       4000-EMITIR-LISTA.
      * Cabecera de intercambio con secuencia del libro de control.
           MOVE 'BCRLST' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-LISTA FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7300-ABRIR-CURSOR-BILLETES.
           PERFORM 7350-FETCH-BILLETE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ESCRIBIR-BILLETE
               PERFORM 7350-FETCH-BILLETE
           END-PERFORM.
           EXEC SQL CLOSE CUR-BILLETES END-EXEC.

       4100-ESCRIBIR-BILLETE.
           MOVE HV-ID-SECUESTRO-BF TO WS-LB-ID.
           MOVE HV-SUCURSAL-BF     TO WS-LB-SUCURSAL.
           MOVE HV-MONEDA-BF       TO WS-LB-MONEDA.
           MOVE HV-DENOM-BF        TO WS-LB-DENOM.
           MOVE HV-SERIE-BF        TO WS-LB-SERIE.
           MOVE HV-FECHA-NEG-BF    TO WS-LB-FECHA.
           MOVE HV-ORIGEN-BF       TO WS-LB-ORIGEN.
           WRITE REG-LISTA FROM WS-LINEA-BILLETE.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-DENOM-BF TO WS-ARC-TOTAL-LEIDO.
           ADD 1 TO WS-CONTADOR-BILLETES.

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

       7100-MARCAR-ENVIADOS.
           MOVE WS-PERIODO TO HV-PERIODO-BF.
           EXEC SQL UPDATE IBMUSER.BILLETES_FALSOS
               SET ESTADO = 'E',
                   PERIODO_ENVIO = :HV-PERIODO-BF
               WHERE ESTADO = 'R'
                 AND FECHA_NEGOCIO < DATE(:WS-PERIODO-INI) + 1 MONTH
           END-EXEC.

       7200-ABRIR-CURSOR-RESUMEN.
           EXEC SQL DECLARE CUR-RESUMEN CURSOR FOR
               SELECT MONEDA, DENOMINACION, COUNT(*),
                      SUM(DENOMINACION)
               FROM IBMUSER.BILLETES_FALSOS
               WHERE PERIODO_ENVIO = :HV-PERIODO-BF
               GROUP BY MONEDA, DENOMINACION
               ORDER BY MONEDA, DENOMINACION DESC
           END-EXEC.
           EXEC SQL OPEN CUR-RESUMEN END-EXEC.

       7250-FETCH-RESUMEN.
           EXEC SQL FETCH CUR-RESUMEN
               INTO :HV-MONEDA-BF, :HV-DENOM-BF,
                    :WS-CANT-GRUPO, :WS-TOTAL-GRUPO
           END-EXEC.

       7300-ABRIR-CURSOR-BILLETES.
           EXEC SQL DECLARE CUR-BILLETES CURSOR FOR
               SELECT ID_SECUESTRO, SUCURSAL_ID, MONEDA,
                      DENOMINACION, NRO_SERIE,
                      CHAR(FECHA_NEGOCIO, ISO), ORIGEN
               FROM IBMUSER.BILLETES_FALSOS
               WHERE PERIODO_ENVIO = :HV-PERIODO-BF
               ORDER BY ID_SECUESTRO
           END-EXEC.
           EXEC SQL OPEN CUR-BILLETES END-EXEC.

       7350-FETCH-BILLETE.
           EXEC SQL FETCH CUR-BILLETES
               INTO :HV-ID-SECUESTRO-BF, :HV-SUCURSAL-BF,
                    :HV-MONEDA-BF, :HV-DENOM-BF, :HV-SERIE-BF,
                    :HV-FECHA-NEG-BF, :HV-ORIGEN-BF
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE 'TOTL'               TO WS-RS-TIPO.
           MOVE SPACES               TO WS-RS-MONEDA.
           MOVE 0                    TO WS-RS-DENOM.
           MOVE WS-ARC-CANT-LEIDOS   TO WS-RS-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO   TO WS-RS-VALOR.
           WRITE REG-INFORME FROM WS-LINEA-RESUMEN.
           CLOSE ARCHIVO-INFORME.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-LISTA FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-LISTA.
      * La marca de 2000 queda confirmada con el registro del corte.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-BILLETES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKBC - MARCADOS EN EL PERIODO: '
               WS-CONTADOR-MARCADOS.
           DISPLAY 'PBNKBC - BILLETES A REMITIR    : '
               WS-CONTADOR-BILLETES.
           DISPLAY 'PBNKBC - ERRORES               : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKBC - BILLETES FALSOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
