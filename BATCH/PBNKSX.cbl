       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSX.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSX                                 **
      ** TITULO ...........: EXTRACTO STAND-IN PARA EL SWITCH ATM   **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Archivo nocturno (DD STDSAL) con el que el switch        **
      **   autoriza por su cuenta (stand-in) mientras CICS o DB2    **
      **   no responden: una linea por tarjeta activa o bloqueada   **
      **   de IBMUSER.TARJETAS con                                  **
      **     . disponible: debito = SALDO menos retenciones activas **
      **       (criterio de PBNKAU 2210); credito = limite menos    **
      **       deuda menos aprobado sin liquidar (PBNKAU 2250);     **
      **     . tope diario restante: CLIENTES.LIMITE_DIARIO menos   **
      **       lo autorizado en la fecha por la cuenta (PBNKAU      **
      **       7350), acotado por LIMITE_DIARIO_TARJ menos lo       **
      **       autorizado por la tarjeta si la tarjeta tiene tope;  **
      **     . estado 'B' (el switch declina) para la tarjeta       **
      **       bloqueada o vencida, el titular con sucesion abierta **
      **       o la cuenta de tarjeta de credito no activa.         **
      ** - Montos negativos se informan en cero.                    **
      ** - HDR/TRL y secuencia del libro de control (CPYARCP); el   **
      **   total del TRL es la suma de los disponibles.             **
      ** - La fecha de negocio viene por SYSIN (vacio = la vigente  **
      **   en IBMUSER.FECHA_NEGOCIO): el archivo vale para ese dia. **
      ** - Solo lectura; lo que el switch apruebe con este archivo  **
      **   vuelve por BATCH/PBNKSB.cbl.                             **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-STANDIN ASSIGN TO STDSAL
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-STANDIN
           RECORDING MODE IS F.
       01  REG-STANDIN                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-RETENIDO-ACTIVO     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-PEND     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-HOY      PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-AUTORIZADO-TARJ     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-RESTANTE            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-RESTANTE-TARJ       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-TARJETAS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-BLOQUEADAS PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 SW-BLOQUEADA           PIC X(1)  VALUE 'N'.
              88 TARJETA-BLOQUEADA             VALUE 'S'.

       01  WS-LINEA-STANDIN.
           05 WS-SX-TARJETA          PIC X(16).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-SX-TIPO             PIC X(1).
           05 WS-SX-ESTADO           PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-SX-DISPONIBLE       PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-SX-RESTANTE         PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-SX-FECHA            PIC X(10).
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKSX'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-TARJETAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKSX - EXTRACTO STAND-IN - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
           IF WS-FECHA-SYSIN = SPACES OR LOW-VALUES
               PERFORM 7020-LEER-FECHA-NEGOCIO
           ELSE
               MOVE WS-FECHA-SYSIN TO WS-FECHA-NEGOCIO
           END-IF.
           DISPLAY 'PBNKSX - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.
           OPEN OUTPUT ARCHIVO-STANDIN.
      * Cabecera de intercambio con secuencia del libro de control.
           MOVE 'STDSAL' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-STANDIN FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-ABRIR-CURSOR-TARJETAS.

      *================================================================*
      * 2000 - UNA LINEA POR TARJETA                                   *
      *================================================================*
       2000-PROCESAR-TARJETAS.
           PERFORM 7200-FETCH-TARJETA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-EXTRAER-TARJETA
               PERFORM 7200-FETCH-TARJETA
           END-PERFORM.
           EXEC SQL CLOSE CUR-TARJETAS END-EXEC.

       2100-EXTRAER-TARJETA.
           MOVE 'N' TO SW-BLOQUEADA.
           MOVE 0 TO WS-DISPONIBLE.
           MOVE 0 TO WS-RESTANTE.
           IF HV-ESTADO-TARJ NOT = 'A'
               OR HV-FECHA-VENC-TARJ < WS-FECHA-NEGOCIO
               SET TARJETA-BLOQUEADA TO TRUE
           END-IF.
           PERFORM 7300-LEER-TITULAR.
           IF SQLCODE NOT = 0 OR HV-ESTADO = 'D'
               SET TARJETA-BLOQUEADA TO TRUE
           END-IF.
           IF HV-TIPO-TARJ = 'C'
               PERFORM 2200-DISPONIBLE-CREDITO
           ELSE
               PERFORM 2300-DISPONIBLE-DEBITO
           END-IF.
           IF NOT TARJETA-BLOQUEADA
               PERFORM 2400-TOPE-RESTANTE
           END-IF.
           IF TARJETA-BLOQUEADA
               MOVE 0 TO WS-DISPONIBLE
               MOVE 0 TO WS-RESTANTE
               ADD 1 TO WS-CONTADOR-BLOQUEADAS
               MOVE 'B' TO WS-SX-ESTADO
           ELSE
               MOVE 'A' TO WS-SX-ESTADO
           END-IF.
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
           END-IF.
           IF WS-RESTANTE < 0
               MOVE 0 TO WS-RESTANTE
           END-IF.
           MOVE HV-NUMERO-TARJ   TO WS-SX-TARJETA.
           MOVE HV-TIPO-TARJ     TO WS-SX-TIPO.
           MOVE WS-DISPONIBLE    TO WS-SX-DISPONIBLE.
           MOVE WS-RESTANTE      TO WS-SX-RESTANTE.
           MOVE WS-FECHA-NEGOCIO TO WS-SX-FECHA.
           WRITE REG-STANDIN FROM WS-LINEA-STANDIN.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD WS-DISPONIBLE TO WS-ARC-TOTAL-LEIDO.
           ADD 1 TO WS-CONTADOR-TARJETAS.

      * Cuenta de tarjeta de credito: limite menos deuda menos lo
      * aprobado todavia sin liquidar.
       2200-DISPONIBLE-CREDITO.
           PERFORM 7400-LEER-CUENTA-TC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-ERRORES
               SET TARJETA-BLOQUEADA TO TRUE
           ELSE
               IF HV-ESTADO-CTTC NOT = 'A'
                   SET TARJETA-BLOQUEADA TO TRUE
               END-IF
               PERFORM 7450-LEER-AUTORIZADO-PEND
               COMPUTE WS-DISPONIBLE =
                   HV-LIMITE-CTTC - HV-DEUDA-CTTC - WS-AUTORIZADO-PEND
           END-IF.

       2300-DISPONIBLE-DEBITO.
           PERFORM 7500-LEER-SALDO-CUENTA.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-CONTADOR-ERRORES
               SET TARJETA-BLOQUEADA TO TRUE
           ELSE
               PERFORM 7550-LEER-RETENIDO-DISP
               COMPUTE WS-DISPONIBLE =
                   HV-SALDO-CTA - WS-RETENIDO-ACTIVO
           END-IF.

      * Mismo tope que PBNKAU 2300: el del cliente por cuenta y, si
      * la tarjeta tiene tope propio, el menor de los dos.
       2400-TOPE-RESTANTE.
           PERFORM 7600-LEER-AUTORIZADO-HOY.
           COMPUTE WS-RESTANTE = HV-LIMITE-DIARIO - WS-AUTORIZADO-HOY.
           IF HV-LIMITE-TARJ > 0
               PERFORM 7650-LEER-AUTORIZADO-TARJETA
               COMPUTE WS-RESTANTE-TARJ =
                   HV-LIMITE-TARJ - WS-AUTORIZADO-TARJ
               IF WS-RESTANTE-TARJ < WS-RESTANTE
                   MOVE WS-RESTANTE-TARJ TO WS-RESTANTE
               END-IF
           END-IF.

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

       7100-ABRIR-CURSOR-TARJETAS.
           EXEC SQL DECLARE CUR-TARJETAS CURSOR FOR
               SELECT NUMERO_TARJETA, USUARIO, CUENTA_NUM, ESTADO,
                      LIMITE_DIARIO_TARJ,
                      CHAR(FECHA_VENCIMIENTO, ISO), TIPO_TARJETA
               FROM IBMUSER.TARJETAS
               WHERE ESTADO IN ('A', 'B')
               ORDER BY NUMERO_TARJETA
           END-EXEC.
           EXEC SQL OPEN CUR-TARJETAS END-EXEC.

       7200-FETCH-TARJETA.
           EXEC SQL FETCH CUR-TARJETAS
               INTO :HV-NUMERO-TARJ, :HV-USUARIO-TARJ,
                    :HV-CUENTA-TARJ, :HV-ESTADO-TARJ,
                    :HV-LIMITE-TARJ, :HV-FECHA-VENC-TARJ,
                    :HV-TIPO-TARJ
           END-EXEC.

       7300-LEER-TITULAR.
           MOVE HV-USUARIO-TARJ TO HV-USUARIO.
           MOVE SPACE TO HV-ESTADO.
           MOVE 0 TO HV-LIMITE-DIARIO.
           EXEC SQL SELECT ESTADO, LIMITE_DIARIO
               INTO :HV-ESTADO, :HV-LIMITE-DIARIO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7400-LEER-CUENTA-TC.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CTTC.
           EXEC SQL SELECT LIMITE_CREDITO, SALDO_DEUDA, ESTADO
               INTO :HV-LIMITE-CTTC, :HV-DEUDA-CTTC, :HV-ESTADO-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
           END-EXEC.

       7450-LEER-AUTORIZADO-PEND.
           MOVE 0 TO WS-AUTORIZADO-PEND.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-PEND
               FROM IBMUSER.AUTORIZACIONES
               WHERE CUENTA_NUM = :HV-CUENTA-TARJ
                 AND ESTADO = 'A'
           END-EXEC.

       7500-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TARJ TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

       7550-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-CUENTA-TARJ
                 AND ESTADO = 'A'
           END-EXEC.

       7600-LEER-AUTORIZADO-HOY.
           MOVE 0 TO WS-AUTORIZADO-HOY.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-HOY
               FROM IBMUSER.AUTORIZACIONES
               WHERE CUENTA_NUM = :HV-CUENTA-TARJ
                 AND ESTADO IN ('A', 'L')
                 AND FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.

       7650-LEER-AUTORIZADO-TARJETA.
           MOVE 0 TO WS-AUTORIZADO-TARJ.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-TARJ
               FROM IBMUSER.AUTORIZACIONES
               WHERE NUMERO_TARJETA = :HV-NUMERO-TARJ
                 AND ESTADO IN ('A', 'L')
                 AND FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-STANDIN FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-STANDIN.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           IF WS-CONTADOR-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CONTADOR-TARJETAS TO WS-EJEC-PROC.
           MOVE WS-CONTADOR-BLOQUEADAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKSX - TARJETAS EXTRAIDAS : '
               WS-CONTADOR-TARJETAS.
           DISPLAY 'PBNKSX - BLOQUEADAS         : '
               WS-CONTADOR-BLOQUEADAS.
           DISPLAY 'PBNKSX - CUENTA INEXISTENTE : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKSX - EXTRACTO STAND-IN - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
