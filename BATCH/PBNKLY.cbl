       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKLY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKLY                                 **
      ** TITULO ...........: REVERSO Y VENCIMIENTO DE PUNTOS        **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre cada noche, despues de PBNKAT (que acredita los    **
      **   puntos de las compras liquidadas).                       **
      ** - Reversos (2000): una fila 'G' de IBMUSER.PUNTOS_LEALTAD  **
      **   cuya compra (ID_MOV) fue revertida con una fila 'X'      **
      **   (ID_MOV_ORIGEN, SOURCE/PBNKR.cbl) o tiene una disputa    **
      **   aceptada ('A' en IBMUSER.DISPUTAS) se revierte con una   **
      **   fila 'R' por el total ganado. Se descuenta primero lo    **
      **   que queda de la misma fila y el resto de las demas, la   **
      **   de vencimiento mas proximo primero (COPYS/CPYPTSP.cbl);  **
      **   si el cliente ya canjeo esos puntos el saldo queda       **
      **   negativo y lo cubren sus proximas compras.               **
      ** - Vencimiento (3000): lo que queda de cada fila 'G' con    **
      **   FECHA_VENCIMIENTO cumplida se da de baja con una fila    **
      **   'V', sin llevar el saldo del cliente bajo cero.          **
      ** - COMMIT por fila; un relanzamiento no repite nada (la 'R' **
      **   existente y el disponible en cero lo marcan).            **
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPUNT END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-A-VENCER           PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-REVERSOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-PUNTOS-REVERSOS    PIC S9(9) COMP-3 VALUE 0.
           05 WS-CONTADOR-VENCIDOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-PUNTOS-VENCIDOS    PIC S9(9) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES   PIC S9(7) COMP-3 VALUE 0.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKLY'.

       COPY CPYEJBW.
       COPY CPYPTSW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-REVERTIR-PUNTOS.
           PERFORM 3000-VENCER-PUNTOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKLY - PUNTOS DE LEALTAD - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           DISPLAY 'PBNKLY - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO TO WS-PTS-FECHA-NEG.

      *================================================================*
      * 2000 - REVERSO DE LOS PUNTOS DE COMPRAS DEVUELTAS              *
      * La compra se da por devuelta si su debito tiene un reverso 'X' *
      * o una disputa aceptada; cada fila 'G' se revierte una sola vez.*
      *================================================================*
       2000-REVERTIR-PUNTOS.
           EXEC SQL DECLARE CUR-REVERSOS CURSOR WITH HOLD FOR
               SELECT P.ID_PUNTOS, P.USUARIO, P.PUNTOS,
                      P.PUNTOS_DISPONIBLES, P.ID_MOV, P.NUMERO_TARJETA,
                      P.RUBRO
               FROM IBMUSER.PUNTOS_LEALTAD P
               WHERE P.TIPO = 'G'
                 AND P.ID_MOV > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.PUNTOS_LEALTAD R
                      WHERE R.TIPO = 'R'
                        AND R.ID_PUNTOS_ORIGEN = P.ID_PUNTOS)
                 AND (EXISTS
                     (SELECT 1 FROM IBMUSER.MOVIMIENTOS M
                      WHERE M.ID_MOV_ORIGEN = P.ID_MOV
                        AND M.TIPO_OPER = 'X')
                   OR EXISTS
                     (SELECT 1 FROM IBMUSER.DISPUTAS D
                      WHERE D.ID_MOV = P.ID_MOV
                        AND D.ESTADO = 'A'))
               ORDER BY P.ID_PUNTOS
           END-EXEC.
           EXEC SQL OPEN CUR-REVERSOS END-EXEC.

           PERFORM 2010-FETCH-REVERSO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-REVERTIR-FILA
               PERFORM 2010-FETCH-REVERSO
           END-PERFORM.
           EXEC SQL CLOSE CUR-REVERSOS END-EXEC.

       2010-FETCH-REVERSO.
           EXEC SQL FETCH CUR-REVERSOS
               INTO :HV-ID-PUNT, :HV-USUARIO-PUNT, :HV-PUNTOS-PUNT,
                    :HV-DISP-PUNT, :HV-ID-MOV-PUNT, :HV-TARJETA-PUNT,
                    :HV-RUBRO-PUNT
           END-EXEC.

       2100-REVERTIR-FILA.
           MOVE HV-USUARIO-PUNT TO WS-PTS-USUARIO.
           MOVE HV-ID-PUNT      TO HV-ID-ORIG-PUNT.
      * Lo que no quedaba en la fila se busca en las demas.
           COMPUTE WS-PTS-A-CONSUMIR = HV-PUNTOS-PUNT - HV-DISP-PUNT.
           PERFORM 7100-ANULAR-DISPONIBLE.
           IF SQLCODE = 0
               MOVE 'R' TO HV-TIPO-PUNT
               COMPUTE HV-PUNTOS-PUNT = 0 - HV-PUNTOS-PUNT
               PERFORM 7200-INSERTAR-MOVIMIENTO-PUNTOS
           END-IF.
           IF SQLCODE = 0 AND WS-PTS-A-CONSUMIR > 0
               PERFORM 9604-CONSUMIR-PUNTOS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-REVERSOS
               SUBTRACT HV-PUNTOS-PUNT FROM WS-PUNTOS-REVERSOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKLY - ERROR SQLCODE ' SQLCODE
                   ' REVIRTIENDO PUNTOS ' HV-ID-ORIG-PUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
      * El FETCH siguiente no debe ver el SQLCODE de esta fila.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 3000 - VENCIMIENTO DE PUNTOS                                   *
      * Vence lo que queda de la fila, tope el saldo del cliente: un   *
      * saldo ya negativo por reversos no se hunde mas.                *
      *================================================================*
       3000-VENCER-PUNTOS.
           EXEC SQL DECLARE CUR-VENCIDOS CURSOR WITH HOLD FOR
               SELECT ID_PUNTOS, USUARIO, PUNTOS_DISPONIBLES,
                      NUMERO_TARJETA, RUBRO
               FROM IBMUSER.PUNTOS_LEALTAD
               WHERE TIPO = 'G'
                 AND PUNTOS_DISPONIBLES > 0
                 AND FECHA_VENCIMIENTO <= DATE(:WS-FECHA-NEGOCIO)
               ORDER BY USUARIO, FECHA_VENCIMIENTO, ID_PUNTOS
           END-EXEC.
           EXEC SQL OPEN CUR-VENCIDOS END-EXEC.

           PERFORM 3010-FETCH-VENCIDO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-VENCER-FILA
               PERFORM 3010-FETCH-VENCIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-VENCIDOS END-EXEC.

       3010-FETCH-VENCIDO.
           EXEC SQL FETCH CUR-VENCIDOS
               INTO :HV-ID-PUNT, :HV-USUARIO-PUNT, :HV-DISP-PUNT,
                    :HV-TARJETA-PUNT, :HV-RUBRO-PUNT
           END-EXEC.

       3100-VENCER-FILA.
           MOVE HV-USUARIO-PUNT TO WS-PTS-USUARIO.
           MOVE HV-ID-PUNT      TO HV-ID-ORIG-PUNT.
           MOVE 0               TO HV-ID-MOV-PUNT.
           PERFORM 9606-SALDO-PUNTOS.
           IF SQLCODE = 0
               IF WS-PTS-SALDO < HV-DISP-PUNT
                   MOVE WS-PTS-SALDO TO WS-A-VENCER
               ELSE
                   MOVE HV-DISP-PUNT TO WS-A-VENCER
               END-IF
               IF WS-A-VENCER < 0
                   MOVE 0 TO WS-A-VENCER
               END-IF
               PERFORM 7100-ANULAR-DISPONIBLE
           END-IF.
           IF SQLCODE = 0 AND WS-A-VENCER > 0
               MOVE 'V' TO HV-TIPO-PUNT
               COMPUTE HV-PUNTOS-PUNT = 0 - WS-A-VENCER
               PERFORM 7200-INSERTAR-MOVIMIENTO-PUNTOS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-VENCIDOS
               ADD WS-A-VENCER TO WS-PUNTOS-VENCIDOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKLY - ERROR SQLCODE ' SQLCODE
                   ' VENCIENDO PUNTOS ' HV-ID-ORIG-PUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

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

       7100-ANULAR-DISPONIBLE.
           EXEC SQL UPDATE IBMUSER.PUNTOS_LEALTAD
               SET PUNTOS_DISPONIBLES = 0
               WHERE ID_PUNTOS = :HV-ID-ORIG-PUNT
           END-EXEC.

      * Fila 'R' o 'V' apuntando a la fila 'G' que la origina.
       7200-INSERTAR-MOVIMIENTO-PUNTOS.
           MOVE WS-FECHA-NEGOCIO TO HV-FECHA-NEG-PUNT.
           EXEC SQL INSERT INTO IBMUSER.PUNTOS_LEALTAD
               (USUARIO, TIPO, PUNTOS, PUNTOS_DISPONIBLES, ID_MOV,
                ID_PUNTOS_ORIGEN, NUMERO_TARJETA, RUBRO, FECHA_NEGOCIO)
               VALUES (:HV-USUARIO-PUNT, :HV-TIPO-PUNT,
                :HV-PUNTOS-PUNT, 0, :HV-ID-MOV-PUNT, :HV-ID-ORIG-PUNT,
                :HV-TARJETA-PUNT, :HV-RUBRO-PUNT,
                DATE(:HV-FECHA-NEG-PUNT))
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC =
               WS-CONTADOR-REVERSOS + WS-CONTADOR-VENCIDOS.
           MOVE WS-CONTADOR-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKLY - COMPRAS REVERTIDAS    : '
               WS-CONTADOR-REVERSOS.
           DISPLAY 'PBNKLY - PUNTOS REVERTIDOS     : '
               WS-PUNTOS-REVERSOS.
           DISPLAY 'PBNKLY - FILAS VENCIDAS        : '
               WS-CONTADOR-VENCIDOS.
           DISPLAY 'PBNKLY - PUNTOS VENCIDOS       : '
               WS-PUNTOS-VENCIDOS.
           DISPLAY 'PBNKLY - ERRORES               : '
               WS-CONTADOR-ERRORES.
           DISPLAY 'PBNKLY - PUNTOS DE LEALTAD - FIN'.

       COPY CPYEJBP.
       COPY CPYPTSP.
