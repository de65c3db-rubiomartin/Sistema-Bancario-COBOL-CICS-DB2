       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKUB.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKUB                                 **
      ** TITULO ...........: CONTROL DE BENEFICIARIO FINAL          **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Recorre los clientes activos ('A') que son empresa       **
      **   (duenos de una cuenta con FIRMANTES vigentes) y evalua   **
      **   su registro de beneficiarios finales con 9940 (CPYBFIP). **
      ** - La empresa que no llega al umbral UMBRAL_BENEF_FINAL ni  **
      **   tiene persona de control declarada vuelve a la cola de   **
      **   verificacion de PBNKKY (CLIENTES.ESTADO 'A' -> 'V') con  **
      **   aviso al cliente (NOTIFICACIONES 'Q').                   **
      ** - Reporte de empresas reencoladas en DD BFIREP con el      **
      **   mayor porcentaje efectivo declarado. COMMIT por empresa. **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-BENEFICIARIOS ASSIGN TO BFIREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-BENEFICIARIOS
           RECORDING MODE IS F.
       01  REG-BENEFICIARIO            PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-EMPRESAS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-REENCOLADOS  PIC S9(7) COMP-3 VALUE 0.

       01  WS-LINEA-BENEFICIARIO.
           05 WS-LB-USUARIO        PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LB-NOMBRE         PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LB-TXT            PIC X(10) VALUE 'MAX PORC:'.
           05 WS-LB-PORC           PIC ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LB-UMBRAL-TXT     PIC X(8)  VALUE 'UMBRAL:'.
           05 WS-LB-UMBRAL         PIC ZZ9,99.
           05 FILLER               PIC X(16) VALUE SPACES.

       01  WS-TEXTO-AVISO          PIC X(60) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKUB'.

       COPY CPYBFIW.
       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-RECORRER-EMPRESAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKUB - CONTROL BENEFICIARIO FINAL - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           OPEN OUTPUT REPORTE-BENEFICIARIOS.
           MOVE SPACES TO REG-BENEFICIARIO.
           STRING 'USUARIO   NOMBRE                MAYOR PORCENTAJE'
               DELIMITED BY SIZE INTO REG-BENEFICIARIO.
           WRITE REG-BENEFICIARIO.

      *================================================================*
      * 2000 - CLIENTES EMPRESA ACTIVOS                                *
      *================================================================*
       2000-RECORRER-EMPRESAS.
           EXEC SQL DECLARE CUR-EMPRESAS CURSOR WITH HOLD FOR
               SELECT U.USUARIO, U.NOMBRE
               FROM IBMUSER.CLIENTES U
               WHERE U.ESTADO = 'A'
                 AND EXISTS (SELECT 1
                     FROM IBMUSER.CUENTAS C, IBMUSER.FIRMANTES F
                     WHERE C.USUARIO = U.USUARIO
                       AND F.CUENTA_NUM = C.NUMERO_CUENTA
                       AND F.ESTADO = 'A')
               ORDER BY U.USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-EMPRESAS END-EXEC.
           PERFORM 7100-FETCH-EMPRESA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-EVALUAR-EMPRESA
               PERFORM 7100-FETCH-EMPRESA
           END-PERFORM.
           EXEC SQL CLOSE CUR-EMPRESAS END-EXEC.

      * La empresa que cumple no se toca; la que no, se reencola a
      * PBNKKY, que exige el registro completo antes de reactivarla.
       2100-EVALUAR-EMPRESA.
           ADD 1 TO WS-CONT-EMPRESAS.
           MOVE HV-USUARIO TO WS-BFI-EMPRESA.
           PERFORM 9940-EVALUAR-BENEFICIARIOS.
           IF SQLCODE = 0 AND BFI-ES-EMPRESA
                   AND NOT BFI-CUMPLE-UMBRAL
               PERFORM 2200-REENCOLAR-EMPRESA
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'PBNKUB - ERROR AL EVALUAR '
                       HV-USUARIO ' SQLCODE ' SQLCODE
                   MOVE 4 TO RETURN-CODE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       2200-REENCOLAR-EMPRESA.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET ESTADO = 'V'
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 7200-AVISAR-EMPRESA
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-REENCOLADOS
               MOVE HV-USUARIO      TO WS-LB-USUARIO
               MOVE HV-NOMBRE       TO WS-LB-NOMBRE
               MOVE WS-BFI-MAX-PORC TO WS-LB-PORC
               MOVE WS-BFI-UMBRAL   TO WS-LB-UMBRAL
               WRITE REG-BENEFICIARIO FROM WS-LINEA-BENEFICIARIO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKUB - ERROR AL REENCOLAR '
                   HV-USUARIO ' SQLCODE ' SQLCODE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-FETCH-EMPRESA.
           EXEC SQL FETCH CUR-EMPRESAS
               INTO :HV-USUARIO, :HV-NOMBRE
           END-EXEC.

       7200-AVISAR-EMPRESA.
           MOVE HV-USUARIO TO HV-ORIGEN-NOTI.
           MOVE HV-USUARIO TO HV-DESTINO-NOTI.
           MOVE 0 TO HV-MONTO-NOTI.
           MOVE SPACES TO WS-TEXTO-AVISO.
           STRING 'DECLARE SUS BENEFICIARIOS FINALES - '
               'ACERQUESE A SU SUCURSAL'
               DELIMITED BY SIZE INTO WS-TEXTO-AVISO.
           MOVE WS-TEXTO-AVISO TO HV-TEXTO-NOTI.
           EXEC SQL INSERT INTO IBMUSER.NOTIFICACIONES
               (USUARIO_ORIGEN, USUARIO_DESTINO, MONTO, FECHA_EVENTO,
                ESTADO, TIPO_NOTIF, TEXTO)
               VALUES (:HV-ORIGEN-NOTI, :HV-DESTINO-NOTI,
                :HV-MONTO-NOTI, CURRENT TIMESTAMP, 'P', 'Q',
                :HV-TEXTO-NOTI)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-EMPRESAS TO WS-EJEC-PROC.
           MOVE WS-CONT-REENCOLADOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-BENEFICIARIOS.
           DISPLAY 'PBNKUB - EMPRESAS EVALUADAS   : '
               WS-CONT-EMPRESAS.
           DISPLAY 'PBNKUB - EMPRESAS REENCOLADAS : '
               WS-CONT-REENCOLADOS.
           DISPLAY 'PBNKUB - CONTROL BENEFICIARIO FINAL - FIN'.

       COPY CPYBFIP.
       COPY CPYEJBP.
