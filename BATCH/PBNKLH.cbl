      ** - Trailer 'T9' con conteos por clase, suma de montos y     **
      **   hash de IDs, para que Legales certifique que no se       **
      **   omitio nada.                                             **
      ** - Cada movimiento lleva su registro 'M2' con la cadena de  **
      **   hash (HASH_ANT/HASH_MOV): se recalcula el digest de la   **
      **   fila (COPYS/CPYCHNP.cbl) y se controla el eslabon con el **
      **   movimiento anterior de la misma cuenta en el extracto.   **
      **   Las roturas de cadena van aparte en el trailer.          **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CONT-DETALLES     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ACCESOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ROTURAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ROT-CADENA   PIC S9(7) COMP-3 VALUE 0.
           05 WS-SUMA-MONTOS       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-HASH-IDS          PIC S9(15) COMP-3 VALUE 0.
           05 WS-SALDO-ESPERADO    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-RM-CONCEPTO       PIC X(30).
           05 WS-RM-MARCA          PIC X(12) VALUE SPACES.

      * Ultimo HASH_MOV visto por cuenta (blanco incluido: la cadena
      * es por USUARIO/CUENTA_NUM), para controlar el eslabon.
       01  WS-CADENA-CUENTAS.
           05 WS-CC-ENTRADA OCCURS 20 TIMES.
              10 WS-CC-CUENTA      PIC X(10).
              10 WS-CC-HASH        PIC X(16).
              10 WS-CC-USADA       PIC X(1).

       01  WS-REG-CADENA.
           05 WS-R2-TIPO-REG       PIC X(2)  VALUE 'M2'.
           05 WS-R2-ID-MOV         PIC 9(9).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-R2-HASH-ANT       PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-R2-HASH-MOV       PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-R2-ESTADO         PIC X(10).
           05 FILLER               PIC X(76) VALUE SPACES.

       01  WS-REG-DETALLE.
           05 WS-RD-TIPO-REG       PIC X(2)  VALUE 'E1'.
           05 WS-RD-ID-MOV         PIC 9(9).
           05 WS-TR-SUMA           PIC 9(13)V99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-TR-HASH           PIC 9(15).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-TR-ROT-CADENA     PIC 9(7).
           05 FILLER               PIC X(57) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKLH'.

       COPY CPYEJBW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           DISPLAY 'PBNKLH - USUARIO ' WS-SY-USUARIO
               ' DE ' WS-SY-DESDE ' A ' WS-SY-HASTA.
           MOVE SPACES TO WS-RASTRO-CUENTAS.
           MOVE SPACES TO WS-CADENA-CUENTAS.
           OPEN OUTPUT ARCHIVO-EXTRACTO.

      *================================================================*
           EXEC SQL DECLARE CUR-TODO CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, CHAR(FECHA),
                      USUARIO_REL, SALDO_RESULTANTE, CUENTA_NUM,
                      CONCEPTO, ID_MOV_ORIGEN, HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :WS-SY-USUARIO
                 AND DATE(FECHA) >= DATE(:WS-SY-DESDE)
               UNION ALL
               SELECT ID_MOV, TIPO_OPER, MONTO, CHAR(FECHA),
                      USUARIO_REL, SALDO_RESULTANTE, CUENTA_NUM,
                      CONCEPTO, ID_MOV_ORIGEN, HASH_ANT, HASH_MOV
               FROM IBMUSER.MOVIMIENTOS_HIST
               WHERE USUARIO = :WS-SY-USUARIO
                 AND DATE(FECHA) >= DATE(:WS-SY-DESDE)
               ADD HV-ID-MOV TO WS-HASH-IDS
               PERFORM 2200-VERIFICAR-CONTINUIDAD
               PERFORM 2300-ESCRIBIR-MOVIMIENTO
               PERFORM 2350-VERIFICAR-CADENA
               PERFORM 2400-ADJUNTAR-DESGLOSE
               PERFORM 2100-FETCH-MOVIMIENTO
           END-PERFORM.
           EXEC SQL FETCH CUR-TODO
               INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO, :HV-FECHA,
                    :HV-USUARIO-REL, :HV-SALDO-RESULTANTE,
                    :HV-CUENTA-NUM, :HV-CONCEPTO, :HV-ID-MOV-ORIGEN,
                    :HV-HASH-ANT, :HV-HASH-MOV
           END-EXEC.

      *----------------------------------------------------------------*
               WHEN 'I'
               WHEN 'V'
               WHEN 'L'
               WHEN '0'
               WHEN '\'
               WHEN '@'
               WHEN '+'
               WHEN ';'
               WHEN ']'
               WHEN '|'
                   COMPUTE WS-SALDO-ESPERADO =
                       WS-RC-SALDO (WS-INDICE) + HV-MONTO
               WHEN OTHER
           MOVE HV-CONCEPTO         TO WS-RM-CONCEPTO.
           WRITE REG-EXTRACTO FROM WS-REG-MOVIMIENTO.

      *----------------------------------------------------------------*
      * 2350 - cadena de hash: el digest de la fila debe dar su        *
      * HASH_MOV, y su HASH_ANT el HASH_MOV del movimiento anterior de *
      * la misma cuenta (desde el segundo de la cuenta en el extracto: *
      * el anterior al rango no viaja). Fila sin HASH_MOV = anterior a *
      * la cadena, se informa pero no es rotura.                       *
      *----------------------------------------------------------------*
       2350-VERIFICAR-CADENA.
           MOVE HV-ID-MOV   TO WS-R2-ID-MOV.
           MOVE HV-HASH-ANT TO WS-R2-HASH-ANT.
           MOVE HV-HASH-MOV TO WS-R2-HASH-MOV.
           MOVE 'OK'        TO WS-R2-ESTADO.
           IF HV-HASH-MOV = SPACES
               MOVE 'SIN CADENA' TO WS-R2-ESTADO
           ELSE
               MOVE HV-ID-MOV           TO WS-CHN-ID-MOV
               MOVE WS-SY-USUARIO       TO WS-CHN-USUARIO
               MOVE HV-CUENTA-NUM       TO WS-CHN-CUENTA
               MOVE HV-TIPO-OPER        TO WS-CHN-TIPO-OPER
               MOVE HV-MONTO            TO WS-CHN-MONTO
               MOVE HV-SALDO-RESULTANTE TO WS-CHN-SALDO
               MOVE HV-FECHA            TO WS-CHN-FECHA
               MOVE HV-USUARIO-REL      TO WS-CHN-USUARIO-REL
               MOVE HV-ID-MOV-ORIGEN    TO WS-CHN-ID-ORIGEN
               MOVE HV-HASH-ANT         TO WS-CHN-HASH-ANT
               PERFORM 9585-CALCULAR-HASH-MOV
               IF WS-CHN-HASH-MOV NOT = HV-HASH-MOV
                   MOVE '*CONTENIDO' TO WS-R2-ESTADO
               END-IF
               PERFORM 2360-CONTROLAR-ESLABON
               IF WS-R2-ESTADO NOT = 'OK'
                   ADD 1 TO WS-CONT-ROT-CADENA
               END-IF
           END-IF.
           WRITE REG-EXTRACTO FROM WS-REG-CADENA.

       2360-CONTROLAR-ESLABON.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 20
                      OR WS-ENCONTRADO = 'S'
               IF WS-CC-USADA (WS-INDICE) = 'S'
                       AND WS-CC-CUENTA (WS-INDICE) = HV-CUENTA-NUM
                   MOVE 'S' TO WS-ENCONTRADO
                   IF HV-HASH-ANT NOT = WS-CC-HASH (WS-INDICE)
                           AND WS-R2-ESTADO = 'OK'
                       MOVE '*ESLABON' TO WS-R2-ESTADO
                   END-IF
                   MOVE HV-HASH-MOV TO WS-CC-HASH (WS-INDICE)
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 'N'
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 20
                          OR WS-CC-USADA (WS-INDICE) NOT = 'S'
                   CONTINUE
               END-PERFORM
               IF WS-INDICE <= 20
                   MOVE 'S'           TO WS-CC-USADA (WS-INDICE)
                   MOVE HV-CUENTA-NUM TO WS-CC-CUENTA (WS-INDICE)
                   MOVE HV-HASH-MOV   TO WS-CC-HASH (WS-INDICE)
               END-IF
           END-IF.

       2400-ADJUNTAR-DESGLOSE.
           MOVE HV-ID-MOV TO HV-ID-MOV-DET.
           EXEC SQL DECLARE CUR-DESGLOSE CURSOR FOR
           MOVE WS-CONT-ROTURAS  TO WS-TR-ROTURAS.
           MOVE WS-SUMA-MONTOS   TO WS-TR-SUMA.
           MOVE WS-HASH-IDS      TO WS-TR-HASH.
           MOVE WS-CONT-ROT-CADENA TO WS-TR-ROT-CADENA.
           WRITE REG-EXTRACTO FROM WS-REG-TRAILER.

      *================================================================*
           DISPLAY 'PBNKLH - DETALLES EFECTIVO  : ' WS-CONT-DETALLES.
           DISPLAY 'PBNKLH - ACCESOS            : ' WS-CONT-ACCESOS.
           DISPLAY 'PBNKLH - ROTURAS DE RASTRO  : ' WS-CONT-ROTURAS.
           DISPLAY 'PBNKLH - ROTURAS DE CADENA  : ' WS-CONT-ROT-CADENA.
           DISPLAY 'PBNKLH - EXTRACTO PARA LEGALES - FIN'.

       COPY CPYEJBP.
       COPY CPYCHNP.
