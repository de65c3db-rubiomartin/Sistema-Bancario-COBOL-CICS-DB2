       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCK.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCK                                 **
      ** TITULO ...........: CHEQUES RECHAZADOS - MULTAS Y BCRA     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre cada dia despues del clearing de BATCH/PBNKCP.cbl  **
      **   sobre el registro IBMUSER.CHEQUES_RECHAZADOS.            **
      ** - Reintenta las multas pendientes (MULTA_ESTADO 'P'): la   **
      **   debita como movimiento '2' si el saldo de la cuenta ya   **
      **   la cubre (COPYS/CPYMCHP.cbl), COMMIT por rechazo.        **
      ** - Corta el archivo diario al banco central (DD CHQBCR,     **
      **   HDR/TRL y registro en CONTROL_ARCHIVOS): un registro 'R' **
      **   por rechazo no informado y un 'C' por cada rechazo       **
      **   cubierto no informado, para la baja del librador de la   **
      **   central de cheques rechazados. Cada fila escrita queda   **
      **   marcada INFORMADO_RECH / INFORMADO_CUB = 'S' en la misma **
      **   unidad de trabajo; un corte a mitad de corrida deshace   **
      **   las marcas y el archivo (DISP NEW), relanzar lo rehace.  **
      ** - El librador se informa por el CBU de la cuenta girada.   **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BCRA ASSIGN TO CHQBCR
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BCRA
           RECORDING MODE IS F.
       01  REG-BCRA                    PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCHRE END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CBU-LIBRADOR        PIC X(22) VALUE SPACES.
           05 WS-FECHA-EVENTO        PIC X(10) VALUE SPACES.
           05 WS-CONT-MULTAS-COB     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-MULTAS-PEND    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RECHAZOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-CUBIERTOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.

       01  WS-LINEA-BCRA.
           05 WS-LB-TIPO             PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-CBU              PIC X(22).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-NRO              PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-MONTO            PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-MOTIVO           PIC X(1).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-FECHA            PIC X(10).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LB-USUARIO          PIC X(8).
           05 FILLER                 PIC X(13) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKCK'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYMCHW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-COBRAR-MULTAS.
           PERFORM 3000-INFORMAR-RECHAZOS.
           PERFORM 3500-INFORMAR-CUBIERTOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKCK - CHEQUES RECHAZADOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.

      *================================================================*
      * 2000 - REINTENTO DE MULTAS PENDIENTES                          *
      *================================================================*
       2000-COBRAR-MULTAS.
           PERFORM 7100-ABRIR-CURSOR-MULTAS.
           PERFORM 7200-FETCH-MULTA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-COBRAR-MULTA
               PERFORM 7200-FETCH-MULTA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCK - ERROR EN CURSOR DE MULTAS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-MULTAS-CK END-EXEC.

      * El SQLCODE del cobro no debe cortar el cursor: un error se
      * cuenta, se deshace y la multa queda para la proxima corrida.
       2100-COBRAR-MULTA.
           MOVE HV-ID-CHRE      TO WS-MCH-ID-RECHAZO.
           MOVE HV-CUENTA-CHRE  TO WS-MCH-CUENTA.
           MOVE HV-USUARIO-CHRE TO WS-MCH-USUARIO.
           MOVE HV-NRO-CHRE     TO WS-MCH-NRO-CHEQUE.
           MOVE HV-MULTA-CHRE   TO WS-MCH-MULTA.
           PERFORM 9730-COBRAR-MULTA-CHEQUE.
           IF SQLCODE = 0
               IF WS-MCH-COBRADA = 'S'
                   ADD 1 TO WS-CONT-MULTAS-COB
               ELSE
                   ADD 1 TO WS-CONT-MULTAS-PEND
               END-IF
               EXEC SQL COMMIT END-EXEC
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY 'PBNKCK - MULTA RECHAZO ' HV-ID-CHRE
                   ' SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * 3000 - RECHAZOS NO INFORMADOS (REGISTRO 'R')                   *
      *================================================================*
       3000-INFORMAR-RECHAZOS.
           OPEN OUTPUT ARCHIVO-BCRA.
      * Cabecera de intercambio (libro de control).
           MOVE 'CHQBCR' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-BCRA FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7300-ABRIR-CURSOR-RECHAZOS.
           PERFORM 7350-FETCH-RECHAZO.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE 'R' TO WS-LB-TIPO
               PERFORM 3100-ESCRIBIR-DETALLE
               PERFORM 7400-MARCAR-RECHAZO-INFORMADO
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-RECHAZOS
                   PERFORM 7350-FETCH-RECHAZO
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
               PERFORM 3900-ERROR-INFORME
           END-IF.
           EXEC SQL CLOSE CUR-RECHAZOS-CK END-EXEC.

       3100-ESCRIBIR-DETALLE.
           MOVE WS-CBU-LIBRADOR  TO WS-LB-CBU.
           MOVE HV-NRO-CHRE      TO WS-LB-NRO.
           MOVE HV-MONTO-CHRE    TO WS-LB-MONTO.
           MOVE HV-MOTIVO-CHRE   TO WS-LB-MOTIVO.
           MOVE WS-FECHA-EVENTO  TO WS-LB-FECHA.
           MOVE HV-USUARIO-CHRE  TO WS-LB-USUARIO.
           WRITE REG-BCRA FROM WS-LINEA-BCRA.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-CHRE TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 3500 - RECHAZOS CUBIERTOS NO INFORMADOS (REGISTRO 'C')         *
      *================================================================*
       3500-INFORMAR-CUBIERTOS.
           IF RETURN-CODE < 8
               PERFORM 7500-ABRIR-CURSOR-CUBIERTOS
               PERFORM 7550-FETCH-CUBIERTO
               PERFORM UNTIL SQLCODE NOT = 0
                   MOVE 'C' TO WS-LB-TIPO
                   PERFORM 3100-ESCRIBIR-DETALLE
                   PERFORM 7600-MARCAR-CUBIERTO-INFORMADO
                   IF SQLCODE = 0
                       ADD 1 TO WS-CONT-CUBIERTOS
                       PERFORM 7550-FETCH-CUBIERTO
                   END-IF
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM 3900-ERROR-INFORME
               END-IF
               EXEC SQL CLOSE CUR-CUBIERTOS-CK END-EXEC
           END-IF.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-BCRA FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-BCRA.
           IF RETURN-CODE < 8
               PERFORM 9780-REGISTRAR-SALIDA-ARC
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * Un error deja sin efecto las marcas de informado: el archivo
      * no se transmite y la proxima corrida vuelve a cortarlo.
       3900-ERROR-INFORME.
           DISPLAY 'PBNKCK - ERROR EN EL INFORME AL BCRA SQLCODE '
               SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 8 TO RETURN-CODE.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-ABRIR-CURSOR-MULTAS.
           EXEC SQL DECLARE CUR-MULTAS-CK CURSOR WITH HOLD FOR
               SELECT ID_RECHAZO, CUENTA_NUM, NRO_CHEQUE, USUARIO,
                      MULTA
               FROM IBMUSER.CHEQUES_RECHAZADOS
               WHERE MULTA_ESTADO = 'P'
               ORDER BY ID_RECHAZO
           END-EXEC.
           EXEC SQL OPEN CUR-MULTAS-CK END-EXEC.

       7200-FETCH-MULTA.
           EXEC SQL FETCH CUR-MULTAS-CK
               INTO :HV-ID-CHRE, :HV-CUENTA-CHRE, :HV-NRO-CHRE,
                    :HV-USUARIO-CHRE, :HV-MULTA-CHRE
           END-EXEC.

       7300-ABRIR-CURSOR-RECHAZOS.
           EXEC SQL DECLARE CUR-RECHAZOS-CK CURSOR FOR
               SELECT R.ID_RECHAZO, R.NRO_CHEQUE, R.USUARIO, R.MONTO,
                      R.MOTIVO, CHAR(DATE(R.FECHA_RECHAZO), ISO),
                      COALESCE(C.CBU, ' ')
               FROM IBMUSER.CHEQUES_RECHAZADOS R
               LEFT JOIN IBMUSER.CUENTAS C
                 ON C.NUMERO_CUENTA = R.CUENTA_NUM
               WHERE R.INFORMADO_RECH = 'N'
               ORDER BY R.ID_RECHAZO
           END-EXEC.
           EXEC SQL OPEN CUR-RECHAZOS-CK END-EXEC.

       7350-FETCH-RECHAZO.
           EXEC SQL FETCH CUR-RECHAZOS-CK
               INTO :HV-ID-CHRE, :HV-NRO-CHRE, :HV-USUARIO-CHRE,
                    :HV-MONTO-CHRE, :HV-MOTIVO-CHRE,
                    :WS-FECHA-EVENTO, :WS-CBU-LIBRADOR
           END-EXEC.

       7400-MARCAR-RECHAZO-INFORMADO.
           EXEC SQL UPDATE IBMUSER.CHEQUES_RECHAZADOS
               SET INFORMADO_RECH = 'S'
               WHERE ID_RECHAZO = :HV-ID-CHRE
           END-EXEC.

      * Un rechazo cubierto antes de informarse sale en el mismo
      * archivo: primero su 'R' (3000) y despues su 'C'.
       7500-ABRIR-CURSOR-CUBIERTOS.
           EXEC SQL DECLARE CUR-CUBIERTOS-CK CURSOR FOR
               SELECT R.ID_RECHAZO, R.NRO_CHEQUE, R.USUARIO, R.MONTO,
                      R.MOTIVO, CHAR(DATE(R.FECHA_CUBIERTO), ISO),
                      COALESCE(C.CBU, ' ')
               FROM IBMUSER.CHEQUES_RECHAZADOS R
               LEFT JOIN IBMUSER.CUENTAS C
                 ON C.NUMERO_CUENTA = R.CUENTA_NUM
               WHERE R.ESTADO = 'C'
                 AND R.INFORMADO_CUB = 'N'
                 AND R.INFORMADO_RECH = 'S'
               ORDER BY R.ID_RECHAZO
           END-EXEC.
           EXEC SQL OPEN CUR-CUBIERTOS-CK END-EXEC.

       7550-FETCH-CUBIERTO.
           EXEC SQL FETCH CUR-CUBIERTOS-CK
               INTO :HV-ID-CHRE, :HV-NRO-CHRE, :HV-USUARIO-CHRE,
                    :HV-MONTO-CHRE, :HV-MOTIVO-CHRE,
                    :WS-FECHA-EVENTO, :WS-CBU-LIBRADOR
           END-EXEC.

       7600-MARCAR-CUBIERTO-INFORMADO.
           EXEC SQL UPDATE IBMUSER.CHEQUES_RECHAZADOS
               SET INFORMADO_CUB = 'S'
               WHERE ID_RECHAZO = :HV-ID-CHRE
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-MULTAS-COB
               + WS-CONT-RECHAZOS + WS-CONT-CUBIERTOS.
           MOVE WS-CONT-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKCK - MULTAS COBRADAS      : '
               WS-CONT-MULTAS-COB.
           DISPLAY 'PBNKCK - MULTAS PENDIENTES    : '
               WS-CONT-MULTAS-PEND.
           DISPLAY 'PBNKCK - RECHAZOS INFORMADOS  : '
               WS-CONT-RECHAZOS.
           DISPLAY 'PBNKCK - CUBIERTOS INFORMADOS : '
               WS-CONT-CUBIERTOS.
           DISPLAY 'PBNKCK - ERRORES              : '
               WS-CONT-ERRORES.
           DISPLAY 'PBNKCK - CHEQUES RECHAZADOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYMCHP.
       COPY CPYCHNP.
