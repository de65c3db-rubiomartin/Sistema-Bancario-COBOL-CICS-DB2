       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRV                                 **
      ** TITULO ...........: VENCIMIENTO DE RETIROS SIN TARJETA     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida intradiaria (cada pocos minutos): los retiros    **
      **   sin tarjeta de SOURCE/PBNKST.cbl (IBMUSER.RETIROS_SIN_   **
      **   TARJETA) todavia 'P' cuyo codigo ya vencio pasan a 'V'.  **
      ** - Libera ('L') la retencion de IBMUSER.RETENCIONES_DISP    **
      **   de todo retiro que termino sin cobrarse: vencido 'V',    **
      **   bloqueado 'B' por intentos (PBNKAU) o anulado 'A' que    **
      **   conserve su hold, y el monto vuelve al disponible.       **
      ** - Dos UPDATE masivos en una sola unidad de trabajo, igual  **
      **   que BATCH/PBNKRD.cbl; relanzar es seguro porque cada     **
      **   fila solo califica una vez.                              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLRSTJ END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-VENCIDOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-LIBERADAS     PIC S9(7) COMP-3 VALUE 0.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKRV'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-VENCER-RETIROS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRV - VENCIMIENTO RETIROS SIN TARJETA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.

      *================================================================*
      * 2000 - VENCIMIENTO Y LIBERACION EN BLOQUE                      *
      *================================================================*
       2000-VENCER-RETIROS.
           EXEC SQL UPDATE IBMUSER.RETIROS_SIN_TARJETA
               SET ESTADO = 'V'
               WHERE ESTADO = 'P'
                 AND FECHA_VENCIMIENTO <= CURRENT TIMESTAMP
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-CONT-VENCIDOS
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
                   SET ESTADO = 'L'
                   WHERE ESTADO = 'A'
                     AND ID_RET IN
                         (SELECT R.ID_RET
                          FROM IBMUSER.RETIROS_SIN_TARJETA R
                          WHERE R.ESTADO IN ('V', 'B', 'A'))
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CONT-LIBERADAS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
               WHEN SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'PBNKRV - ERROR SQLCODE ' SQLCODE
                   MOVE 0 TO WS-CONT-VENCIDOS
                   MOVE 0 TO WS-CONT-LIBERADAS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-VENCIDOS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKRV - RETIROS VENCIDOS    : '
               WS-CONT-VENCIDOS.
           DISPLAY 'PBNKRV - RETENCIONES LIBERADAS: '
               WS-CONT-LIBERADAS.
           DISPLAY 'PBNKRV - VENCIMIENTO RETIROS SIN TARJETA - FIN'.

       COPY CPYEJBP.
