      **   las convenciones de 7200-INSERTAR-HISTORIAL; la marca de  **
      **   origen es SUCURSAL_ID = 'CLRG' (ver DDL/SUCURSAL.sql) y   **
      **   el CONCEPTO lleva banco y referencia del item.            **
      ** - Cada item posteado paga el impuesto a los debitos y       **
      **   creditos (movimiento '1', COPYS/CPYIDCP.cbl) salvo cuenta **
      **   exenta en IBMUSER.EXENCIONES_IDC.                         **
      ** - Escribe en DD CLRDEV una devolucion por item rechazado    **
      **   (cuenta inexistente, cliente bloqueado/cerrado, monto     **
      **   invalido, sin fondos) para que la red lo rebote.          **
      **   contador en texto) y al relanzar se saltean los primeros  **
      **   N registros del archivo; CLRDEV se abre EXTEND en ese     **
      **   caso, igual que el REPEXC de BATCH/PBNKC.cbl.             **
      ** - Al cierre registra los lotes que mueven el nostro         **
      **   (COPYS/CPYNOSP.cbl, ver DDL/NOSTRO.sql): el neto del      **
      **   archivo CLRENT (creditos entran, debitos salen) y, con    **
      **   signo inverso, lo devuelto en CLRDEV, que se relee        **
      **   completo para que un reinicio no pierda devoluciones.     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Reinicio/checkpoint por numero de registro.
           05 WS-REGISTROS-SALTAR    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-TEXTO      PIC 9(7) VALUE 0.
      * Neto del archivo para el nostro (ver 1100 y 9200).
           05 WS-NETO-ARCHIVO        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-NETO           PIC S9(9) COMP VALUE 0.

       01  WS-LINEA-DEVOLUCION.
           05 WS-DV-TIPO             PIC X(1).

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYIDCW.
       COPY CPYNOSW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ENT-MONTO IS NUMERIC
                               ADD ENT-MONTO TO WS-ARC-TOTAL-LEIDO
                               PERFORM 1150-ACUMULAR-NETO
                           END-IF
                       END-IF
                   END-IF
           OPEN INPUT ARCHIVO-CLEARING-ENTRANTE.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      * La red liquida el archivo entero: los creditos a nuestros
      * clientes entran al nostro y los debitos salen. Un tipo de
      * item invalido no tiene sentido conocido y se deja afuera
      * (se devuelve y tampoco cuenta en 9200).
       1150-ACUMULAR-NETO.
           EVALUATE ENT-TIPO-ITEM
               WHEN 'C'
                   ADD ENT-MONTO TO WS-NETO-ARCHIVO
                   ADD 1 TO WS-CANT-NETO
               WHEN 'D'
                   SUBTRACT ENT-MONTO FROM WS-NETO-ARCHIVO
                   ADD 1 TO WS-CANT-NETO
           END-EVALUATE.

      *================================================================*
      * 2000 - PROCESO DEL ARCHIVO DE CLEARING                         *
      *================================================================*
           IF SQLCODE = 0
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 2350-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO WS-CONTADOR-POSTEADOS
           ELSE
               PERFORM 2400-DEVOLVER-ITEM
           END-IF.

      * Impuesto a los debitos y creditos del item, en la misma
      * unidad de trabajo (COPYS/CPYIDCP.cbl); si falla se devuelve
      * el item igual que un error del posteo.
       2350-COBRAR-IMP-DEBCRED.
           MOVE ENT-USUARIO        TO WS-IDC-USUARIO.
           MOVE ENT-USUARIO        TO WS-IDC-TITULAR.
           MOVE ENT-CUENTA         TO WS-IDC-CUENTA.
           MOVE ENT-MONTO          TO WS-IDC-MONTO.
           IF ENT-TIPO-ITEM = 'C'
               MOVE 'N' TO WS-IDC-ES-DEBITO
           ELSE
               MOVE 'S' TO WS-IDC-ES-DEBITO
           END-IF.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE WC-SUCURSAL-CLEARING TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

       2400-DEVOLVER-ITEM.
           ADD 1 TO WS-CONTADOR-DEVUELTOS.
           MOVE ENT-TIPO-ITEM   TO WS-DV-TIPO.
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * A diferencia de los batch que recorren tablas (donde un
      * item ya procesado se excluye solo al relanzar), aca el
           PERFORM 9100-LIMPIAR-CHECKPOINT.
      * Foto del archivo en el libro de control ('P').
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           PERFORM 9200-REGISTRAR-NOSTRO.
           DISPLAY 'PBNKCE - ITEMS LEIDOS       : ' WS-CONTADOR-LEIDOS.
           DISPLAY 'PBNKCE - ITEMS POSTEADOS    : '
               WS-CONTADOR-POSTEADOS.
               WHERE PROGRAMA = :HV-PROGRAMA-CHK
           END-EXEC.

      *================================================================*
      * 9200 - LOTES DEL NOSTRO (CLRENT Y CLRDEV DEL CICLO)            *
      *================================================================*
       9200-REGISTRAR-NOSTRO.
           MOVE 'CLRENT' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           MOVE WS-NETO-ARCHIVO TO WS-NOS-MONTO.
           MOVE WS-CANT-NETO TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
      * Lo devuelto vuelve por la red con el signo contrario.
           MOVE 0 TO WS-NETO-ARCHIVO.
           MOVE 0 TO WS-CANT-NETO.
           MOVE 'N' TO SW-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-DEVOLUCIONES.
           PERFORM 9210-LEER-DEVOLUCION.
           PERFORM UNTIL FIN-ARCHIVO
               IF WS-DV-MONTO IS NUMERIC
                   EVALUATE WS-DV-TIPO
                       WHEN 'C'
                           SUBTRACT WS-DV-MONTO FROM WS-NETO-ARCHIVO
                           ADD 1 TO WS-CANT-NETO
                       WHEN 'D'
                           ADD WS-DV-MONTO TO WS-NETO-ARCHIVO
                           ADD 1 TO WS-CANT-NETO
                   END-EVALUATE
               END-IF
               PERFORM 9210-LEER-DEVOLUCION
           END-PERFORM.
           CLOSE ARCHIVO-DEVOLUCIONES.
           MOVE 'CLRDEV' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-NETO-ARCHIVO TO WS-NOS-MONTO.
           MOVE WS-CANT-NETO TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.

       9210-LEER-DEVOLUCION.
           READ ARCHIVO-DEVOLUCIONES INTO WS-LINEA-DEVOLUCION
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYIDCP.
       COPY CPYNOSP.
       COPY CPYCHNP.
