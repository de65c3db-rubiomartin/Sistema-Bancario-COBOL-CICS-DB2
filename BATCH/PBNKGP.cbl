       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKGP.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKGP                                 **
      ** TITULO ...........: GAP DE REPRICING (RIESGO DE TASA)      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual de ALM para tesoreria (DD GAPREP): ubica **
      **   en bandas de repricing, desde la fecha de negocio hasta  **
      **   mas de 5 anios, lo que reprecia el balance:              **
      **     activo:  capital de las PRESTAMO_CUOTAS 'P' de         **
      **              prestamos activos, por vencimiento (las       **
      **              vencidas e impagas van a la primera banda);   **
      **     pasivo:  PLAZOS_FIJOS 'A' por vencimiento, y los       **
      **              saldos a la vista de CUENTAS partidos en una  **
      **              porcion volatil (GAP_VISTA_VOLATIL_PCT % de   **
      **              PARAMETROS, primera banda) y una estable (la  **
      **              banda GAP_VISTA_BANDA_ESTABLE).               **
      ** - Gap por banda (activo - pasivo), gap acumulado e         **
      **   impacto estimado en el margen financiero a 12 meses de   **
      **   un shock paralelo de +/- GAP_SHOCK_PB puntos basicos:    **
      **   gap de cada banda de hasta un anio por el shock y por    **
      **   el resto del anio desde el punto medio de la banda.      **
      ** - Solo lectura; relanzar regenera el reporte. El paso      **
      **   siguiente del job lo carga al repositorio (PBNKRE).      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-GAP ASSIGN TO GAPREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-GAP
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-CORTE         PIC X(10) VALUE SPACES.
           05 WS-LADO                PIC X(1)  VALUE SPACES.
           05 WS-DIAS                PIC S9(9) COMP VALUE 0.
           05 WS-IMPORTE             PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-VISTA-TOTAL         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-VISTA-VOLATIL       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-VISTA-ESTABLE       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GAP-ACUMULADO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-NII-TOTAL           PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOT-ACTIVO          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOT-PLAZOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOT-VISTA           PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-FILAS          PIC S9(9) COMP VALUE 0.
           05 WS-IX                  PIC S9(4) COMP VALUE 0.
      * Supuestos de comportamiento; valores de fabrica,
      * configurables en PARAMETROS.
           05 WS-VOLATIL-PCT         PIC S9(3)V9(2) COMP-3
                                      VALUE 30,00.
           05 WS-BANDA-ESTABLE       PIC S9(4) COMP VALUE 5.
           05 WS-SHOCK-PB            PIC S9(5) COMP-3 VALUE 200.

      * Bandas de repricing: limite superior en dias desde la fecha
      * de corte y peso a 12 meses (1 - punto medio de la banda en
      * anios; cero para las bandas de mas de un anio).
       01  WS-DEF-BANDAS.
           05 FILLER PIC X(15) VALUE '0-1M  000300958'.
           05 FILLER PIC X(15) VALUE '1-3M  000900833'.
           05 FILLER PIC X(15) VALUE '3-6M  001800625'.
           05 FILLER PIC X(15) VALUE '6-12M 003650250'.
           05 FILLER PIC X(15) VALUE '1-2A  007300000'.
           05 FILLER PIC X(15) VALUE '2-3A  010950000'.
           05 FILLER PIC X(15) VALUE '3-5A  018250000'.
           05 FILLER PIC X(15) VALUE '+5A   999990000'.
       01  WS-TABLA-DEF REDEFINES WS-DEF-BANDAS.
           05 WS-DEF OCCURS 8 TIMES.
              10 WS-DEF-NOMBRE       PIC X(6).
              10 WS-DEF-HASTA        PIC 9(5).
              10 WS-DEF-PESO         PIC 9V9(3).

       01  WS-TABLA-BANDAS.
           05 WS-BANDA OCCURS 8 TIMES.
              10 WS-BD-PRESTAMOS     PIC S9(13)V9(2) COMP-3.
              10 WS-BD-PLAZOS        PIC S9(13)V9(2) COMP-3.
              10 WS-BD-VISTA         PIC S9(13)V9(2) COMP-3.
              10 WS-BD-GAP           PIC S9(13)V9(2) COMP-3.
              10 WS-BD-NII           PIC S9(13)V9(2) COMP-3.

       01  WS-LINEA-BANDA.
           05 WS-LB-NOMBRE           PIC X(6).
           05 WS-LB-PRESTAMOS        PIC -(9)9,99.
           05 WS-LB-PLAZOS           PIC -(9)9,99.
           05 WS-LB-VISTA            PIC -(9)9,99.
           05 WS-LB-GAP              PIC -(9)9,99.
           05 WS-LB-GAP-ACUM         PIC -(9)9,99.
           05 WS-LB-NII-SUBE         PIC -(9)9,99.
           05 WS-LB-NII-BAJA         PIC -(9)9,99.
           05 FILLER                 PIC X(3)  VALUE SPACES.

       01  WS-LINEA-SUPUESTO.
           05 WS-LS-TEXTO            PIC X(40).
           05 WS-LS-VALOR            PIC -(12)9,99.
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKGP'.
           03  WC-CANT-BANDAS        PIC S9(4) COMP VALUE 8.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-UBICAR-VENCIMIENTOS.
           PERFORM 2500-UBICAR-VISTA.
           PERFORM 3000-EMITIR-REPORTE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKGP - GAP DE REPRICING - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7000-FECHA-CORTE.
           PERFORM 7050-LEER-SUPUESTOS.
           INITIALIZE WS-TABLA-BANDAS.
           DISPLAY 'PBNKGP - FECHA DE CORTE: ' WS-FECHA-CORTE.
           OPEN OUTPUT REPORTE-GAP.
           MOVE SPACES TO REG-REPORTE.
           STRING 'GAP DE REPRICING AL ' WS-FECHA-CORTE
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING 'BANDA     PRESTAMOS   PLAZO FIJO'
               '        VISTA          GAP     GAP ACUM'
               '   NII +SHOCK   NII -SHOCK'
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      *================================================================*
      * 2000 - CUOTAS Y PLAZOS FIJOS POR FECHA DE VENCIMIENTO          *
      *================================================================*
       2000-UBICAR-VENCIMIENTOS.
           PERFORM 7100-ABRIR-CURSOR-VENC.
           PERFORM 7110-FETCH-VENC.
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CANT-FILAS
               PERFORM 2100-BUSCAR-BANDA
               IF WS-LADO = 'A'
                   ADD WS-IMPORTE TO WS-BD-PRESTAMOS(WS-IX)
               ELSE
                   ADD WS-IMPORTE TO WS-BD-PLAZOS(WS-IX)
               END-IF
               PERFORM 7110-FETCH-VENC
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKGP - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-VENC-GP END-EXEC.

      * Primera banda cuyo limite alcanza los dias al vencimiento;
      * lo ya vencido (dias negativos) cae en la primera.
       2100-BUSCAR-BANDA.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX = WC-CANT-BANDAS
                   OR WS-DIAS <= WS-DEF-HASTA(WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM.

      *================================================================*
      * 2500 - DEPOSITOS A LA VISTA: PORCION VOLATIL Y ESTABLE         *
      *================================================================*
       2500-UBICAR-VISTA.
           PERFORM 7200-SUMAR-VISTA.
           COMPUTE WS-VISTA-VOLATIL ROUNDED =
               WS-VISTA-TOTAL * WS-VOLATIL-PCT / 100.
           COMPUTE WS-VISTA-ESTABLE =
               WS-VISTA-TOTAL - WS-VISTA-VOLATIL.
           ADD WS-VISTA-VOLATIL TO WS-BD-VISTA(1).
           ADD WS-VISTA-ESTABLE TO WS-BD-VISTA(WS-BANDA-ESTABLE).

      *================================================================*
      * 3000 - GAP POR BANDA E IMPACTO EN EL MARGEN                    *
      *================================================================*
       3000-EMITIR-REPORTE.
           PERFORM 3100-EMITIR-BANDA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WC-CANT-BANDAS.
           MOVE 'TOTAL'          TO WS-LB-NOMBRE.
           MOVE WS-TOT-ACTIVO    TO WS-LB-PRESTAMOS.
           MOVE WS-TOT-PLAZOS    TO WS-LB-PLAZOS.
           MOVE WS-TOT-VISTA     TO WS-LB-VISTA.
           MOVE WS-GAP-ACUMULADO TO WS-LB-GAP WS-LB-GAP-ACUM.
           MOVE WS-NII-TOTAL     TO WS-LB-NII-SUBE.
           COMPUTE WS-LB-NII-BAJA = 0 - WS-NII-TOTAL.
           WRITE REG-REPORTE FROM WS-LINEA-BANDA.
      * Supuestos usados, para que el lector sepa que se corrio.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'VISTA: PORCION VOLATIL (% EN 0-1M) ....:'
             TO WS-LS-TEXTO.
           MOVE WS-VOLATIL-PCT TO WS-LS-VALOR.
           WRITE REG-REPORTE FROM WS-LINEA-SUPUESTO.
           MOVE 'VISTA: BANDA DE LA PORCION ESTABLE ....:'
             TO WS-LS-TEXTO.
           MOVE WS-BANDA-ESTABLE TO WS-LS-VALOR.
           WRITE REG-REPORTE FROM WS-LINEA-SUPUESTO.
           MOVE 'SHOCK PARALELO (PUNTOS BASICOS) .......:'
             TO WS-LS-TEXTO.
           MOVE WS-SHOCK-PB TO WS-LS-VALOR.
           WRITE REG-REPORTE FROM WS-LINEA-SUPUESTO.
           MOVE 'IMPACTO EN MARGEN A 12 MESES (+SHOCK) .:'
             TO WS-LS-TEXTO.
           MOVE WS-NII-TOTAL TO WS-LS-VALOR.
           WRITE REG-REPORTE FROM WS-LINEA-SUPUESTO.

       3100-EMITIR-BANDA.
           COMPUTE WS-BD-GAP(WS-IX) = WS-BD-PRESTAMOS(WS-IX)
               - WS-BD-PLAZOS(WS-IX) - WS-BD-VISTA(WS-IX).
           COMPUTE WS-BD-NII(WS-IX) ROUNDED = WS-BD-GAP(WS-IX)
               * WS-SHOCK-PB / 10000 * WS-DEF-PESO(WS-IX).
           ADD WS-BD-GAP(WS-IX)       TO WS-GAP-ACUMULADO.
           ADD WS-BD-NII(WS-IX)       TO WS-NII-TOTAL.
           ADD WS-BD-PRESTAMOS(WS-IX) TO WS-TOT-ACTIVO.
           ADD WS-BD-PLAZOS(WS-IX)    TO WS-TOT-PLAZOS.
           ADD WS-BD-VISTA(WS-IX)     TO WS-TOT-VISTA.
           MOVE WS-DEF-NOMBRE(WS-IX)   TO WS-LB-NOMBRE.
           MOVE WS-BD-PRESTAMOS(WS-IX) TO WS-LB-PRESTAMOS.
           MOVE WS-BD-PLAZOS(WS-IX)    TO WS-LB-PLAZOS.
           MOVE WS-BD-VISTA(WS-IX)     TO WS-LB-VISTA.
           MOVE WS-BD-GAP(WS-IX)       TO WS-LB-GAP.
           MOVE WS-GAP-ACUMULADO       TO WS-LB-GAP-ACUM.
           MOVE WS-BD-NII(WS-IX)       TO WS-LB-NII-SUBE.
           COMPUTE WS-LB-NII-BAJA = 0 - WS-BD-NII(WS-IX).
           WRITE REG-REPORTE FROM WS-LINEA-BANDA.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7000-FECHA-CORTE.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-CORTE
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-CORTE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Una banda estable fuera de rango se ignora (queda la de
      * fabrica).
       7050-LEER-SUPUESTOS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'GAP_VISTA_VOLATIL_PCT'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-VOLATIL-PCT
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'GAP_VISTA_BANDA_ESTABLE'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM >= 1
                   AND HV-VALOR-PARAM <= WC-CANT-BANDAS
               MOVE HV-VALOR-PARAM TO WS-BANDA-ESTABLE
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'GAP_SHOCK_PB'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-SHOCK-PB
           END-IF.

      * Capital pendiente de las cuotas ('A') y plazos fijos abiertos
      * ('P'), sumados por fecha de vencimiento.
       7100-ABRIR-CURSOR-VENC.
           EXEC SQL DECLARE CUR-VENC-GP CURSOR FOR
               SELECT T.LADO, T.DIAS, SUM(T.IMPORTE)
               FROM (SELECT 'A' AS LADO,
                         DAYS(C.FECHA_VENCIMIENTO)
                         - DAYS(DATE(:WS-FECHA-CORTE)) AS DIAS,
                         C.CAPITAL_CUOTA AS IMPORTE
                     FROM IBMUSER.PRESTAMO_CUOTAS C,
                          IBMUSER.PRESTAMOS P
                     WHERE C.ESTADO = 'P'
                       AND P.ID_PRESTAMO = C.ID_PRESTAMO
                       AND P.ESTADO = 'A'
                     UNION ALL
                     SELECT 'P',
                         DAYS(FECHA_VENCIMIENTO)
                         - DAYS(DATE(:WS-FECHA-CORTE)),
                         MONTO
                     FROM IBMUSER.PLAZOS_FIJOS
                     WHERE ESTADO = 'A') T
               GROUP BY T.LADO, T.DIAS
               ORDER BY T.LADO, T.DIAS
           END-EXEC.
           EXEC SQL OPEN CUR-VENC-GP END-EXEC.

       7110-FETCH-VENC.
           EXEC SQL FETCH CUR-VENC-GP
               INTO :WS-LADO, :WS-DIAS, :WS-IMPORTE
           END-EXEC.

      * Saldos acreedores a la vista; un saldo deudor es un
      * sobregiro, no un deposito.
       7200-SUMAR-VISTA.
           EXEC SQL SELECT COALESCE(SUM(SALDO), 0)
               INTO :WS-VISTA-TOTAL
               FROM IBMUSER.CUENTAS
               WHERE SALDO > 0
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKGP - ERROR SUMANDO CUENTAS SQLCODE '
                   SQLCODE
               MOVE 0 TO WS-VISTA-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-FILAS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-GAP.
           DISPLAY 'PBNKGP - GAP ACUMULADO      : ' WS-GAP-ACUMULADO.
           DISPLAY 'PBNKGP - IMPACTO EN MARGEN  : ' WS-NII-TOTAL.
           DISPLAY 'PBNKGP - GAP DE REPRICING - FIN'.

       COPY CPYEJBP.
