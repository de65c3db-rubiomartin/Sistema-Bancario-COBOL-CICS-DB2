       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCM.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCM                                 **
      ** TITULO ...........: REGIMEN INFORMATIVO DE CAMBIOS         **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Emite en DD CTLCAM el archivo diario de operaciones      **
      **   de cambio para el regulador: una linea por fila de       **
      **   IBMUSER.OPERACIONES_CAMBIO con FECHA_NEGOCIO igual       **
      **   a la fecha de negocio vigente (ver                       **
      **   DDL/OPERACIONES_CAMBIO.sql).                             **
      ** - Detalle de 80 posiciones: ID fiscal del cliente          **
      **   (CLIENTES.ID_FISCAL), usuario, codigo de concepto,       **
      **   sentido, moneda, monto en divisa, tasa aplicada,         **
      **   contravalor en la moneda base, canal y fecha             **
      **   AAAAMMDD. Importes sin signo ni punto decimal.           **
      ** - Encuadre de intercambio 'HDR'/'TRL' con la               **
      **   interfaz 'CTLCAM' (COPYS/CPYARCP.cbl): el pie            **
      **   lleva la cantidad de operaciones y el total del          **
      **   contravalor en la base.                                  **
      ** - Es un extracto: las operaciones ya se registraron        **
      **   en linea; corre en el ciclo nocturno antes del           **
      **   cambio de fecha de negocio.                              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMBIOS ASSIGN TO CTLCAM
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMBIOS
           RECORDING MODE IS F.
       01  REG-CAMBIOS                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLOPCM END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-CONT-COMPRAS        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-VENTAS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.

      * Registro de detalle del archivo CTLCAM.
       01  WS-LINEA-CAMBIO.
           05 WS-LC-ID-FISCAL        PIC X(13).
           05 WS-LC-USUARIO          PIC X(8).
           05 WS-LC-CONCEPTO         PIC X(3).
           05 WS-LC-SENTIDO          PIC X(1).
           05 WS-LC-MONEDA           PIC X(3).
           05 WS-LC-MONTO-DIVISA     PIC 9(11)V99.
           05 WS-LC-TASA             PIC 9(6)V9(6).
           05 WS-LC-MONTO-BASE       PIC 9(11)V99.
           05 WS-LC-CANAL            PIC X(1).
           05 WS-LC-FECHA            PIC X(8).
           05 FILLER                 PIC X(5)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKCM'.

       COPY CPYARCW.
       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-OPERACIONES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKCM - REGIMEN INFORMATIVO DE CAMBIOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKCM - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-LC-FECHA(1:4).
           MOVE WS-FECHA-PROCESO(6:2) TO WS-LC-FECHA(5:2).
           MOVE WS-FECHA-PROCESO(9:2) TO WS-LC-FECHA(7:2).
           OPEN OUTPUT ARCHIVO-CAMBIOS.
      * Cabecera de intercambio (secuencia del libro de control, ver
      * CPYARCP/DDL CONTROL_ARCHIVOS).
           MOVE 'CTLCAM' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-CAMBIOS FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-ABRIR-CURSOR-OPERACIONES.

      *================================================================*
      * 2000 - UNA LINEA POR OPERACION DE CAMBIO                       *
      *================================================================*
       2000-PROCESAR-OPERACIONES.
           PERFORM 7200-FETCH-OPERACION.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-DETALLAR-OPERACION
               PERFORM 7200-FETCH-OPERACION
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCM - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-OPER-CAMBIO END-EXEC.

       2100-DETALLAR-OPERACION.
           MOVE HV-ID-FISCAL-CLI   TO WS-LC-ID-FISCAL.
           MOVE HV-USUARIO-OPCM    TO WS-LC-USUARIO.
           MOVE HV-CONCEPTO-OPCM   TO WS-LC-CONCEPTO.
           MOVE HV-SENTIDO-OPCM    TO WS-LC-SENTIDO.
           MOVE HV-MONEDA-OPCM     TO WS-LC-MONEDA.
           MOVE HV-MONTO-DIV-OPCM  TO WS-LC-MONTO-DIVISA.
           MOVE HV-TASA-OPCM       TO WS-LC-TASA.
           MOVE HV-MONTO-BASE-OPCM TO WS-LC-MONTO-BASE.
           MOVE HV-CANAL-OPCM      TO WS-LC-CANAL.
           WRITE REG-CAMBIOS FROM WS-LINEA-CAMBIO.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-BASE-OPCM TO WS-ARC-TOTAL-LEIDO.
           IF HV-SENTIDO-OPCM = 'C'
               ADD 1 TO WS-CONT-COMPRAS
           ELSE
               ADD 1 TO WS-CONT-VENTAS
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

      * El ID fiscal sale de CLIENTES; una operacion de un usuario
      * dado de baja igual se informa, con el ID fiscal en blanco.
       7100-ABRIR-CURSOR-OPERACIONES.
           EXEC SQL DECLARE CUR-OPER-CAMBIO CURSOR FOR
               SELECT COALESCE(C.ID_FISCAL, ' '), O.USUARIO,
                      O.CONCEPTO, O.SENTIDO, O.MONEDA,
                      O.MONTO_DIVISA, O.TASA_APLICADA,
                      O.MONTO_BASE, O.CANAL
               FROM IBMUSER.OPERACIONES_CAMBIO O
                    LEFT OUTER JOIN IBMUSER.CLIENTES C
                      ON C.USUARIO = O.USUARIO
               WHERE O.FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
               ORDER BY O.ID_OPER_CAMBIO
           END-EXEC.
           EXEC SQL OPEN CUR-OPER-CAMBIO END-EXEC.

       7200-FETCH-OPERACION.
           EXEC SQL FETCH CUR-OPER-CAMBIO
               INTO :HV-ID-FISCAL-CLI, :HV-USUARIO-OPCM,
                    :HV-CONCEPTO-OPCM, :HV-SENTIDO-OPCM,
                    :HV-MONEDA-OPCM, :HV-MONTO-DIV-OPCM,
                    :HV-TASA-OPCM, :HV-MONTO-BASE-OPCM,
                    :HV-CANAL-OPCM
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-CAMBIOS FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-CAMBIOS.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           MOVE WS-ARC-CANT-LEIDOS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CONT-COMPRAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKCM - COMPRAS DE DIVISA : ' WS-CANT-EDIT.
           MOVE WS-CONT-VENTAS TO WS-CANT-EDIT.
           DISPLAY 'PBNKCM - VENTAS DE DIVISA  : ' WS-CANT-EDIT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKCM - TOTAL EN BASE     : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKCM - REGIMEN INFORMATIVO DE CAMBIOS - FIN'.

       COPY CPYARCP.
       COPY CPYEJBP.
