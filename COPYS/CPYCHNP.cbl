      *----------------------------------------------------------------*
      * CPYCHNP: LIBRERIA DE LOGICA (CADENA DE HASH DE MOVIMIENTOS)    *
      * 9580 encadena el movimiento recien insertado en la unidad de   *
      * trabajo del llamador: el llamador lo ejecuta inmediatamente    *
      * despues de su INSERT INTO IBMUSER.MOVIMIENTOS con SQLCODE 0    *
      * (toma la fila por IDENTITY_VAL_LOCAL) y trata un SQLCODE       *
      * distinto de 0 a la salida como un error del propio INSERT.     *
      * Dos altas concurrentes de la misma cuenta no se cruzan: las    *
      * serializa el bloqueo del UPDATE del saldo que las precede.     *
      * 9582 trae el HASH_MOV del movimiento anterior de la cuenta (o  *
      * ceros) y 9585 calcula el digest de WS-CHN-IMAGEN; BATCH/PBNKHV *
      * y BATCH/PBNKLH los usan para verificar. 9587 vuelve a          *
      * encadenar un movimiento ya encadenado cuyo contenido se        *
      * modifico despues (WS-CHN-ID-MOV). Digest deterministico        *
      * de 16 digitos como el de COPYS/CPYHSHPD.cbl: no sustituye un   *
      * algoritmo criptografico certificado (p.ej. ICSF/CSNBOWH).      *
      *----------------------------------------------------------------*
       9580-ENCADENAR-MOVIMIENTO.
           EXEC SQL SELECT ID_MOV, USUARIO, CUENTA_NUM, TIPO_OPER,
                   MONTO, SALDO_RESULTANTE, CHAR(FECHA), USUARIO_REL,
                   ID_MOV_ORIGEN
               INTO :WS-CHN-ID-MOV, :WS-CHN-USUARIO, :WS-CHN-CUENTA,
                    :WS-CHN-TIPO-OPER, :WS-CHN-MONTO, :WS-CHN-SALDO,
                    :WS-CHN-FECHA, :WS-CHN-USUARIO-REL,
                    :WS-CHN-ID-ORIGEN
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV = IDENTITY_VAL_LOCAL()
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9582-LEER-ESLABON-ANTERIOR
           END-IF.
           IF SQLCODE = 0
               PERFORM 9585-CALCULAR-HASH-MOV
               EXEC SQL UPDATE IBMUSER.MOVIMIENTOS
                   SET HASH_ANT = :WS-CHN-HASH-ANT,
                       HASH_MOV = :WS-CHN-HASH-MOV
                   WHERE ID_MOV = :WS-CHN-ID-MOV
               END-EXEC
           END-IF.

      * El llamador carga WS-CHN-ID-MOV despues de su UPDATE (p.ej. el
      * desdoble del IVA de COPYS/CPYIVAP.cbl). La fila conserva su
      * HASH_ANT y el HASH_MOV nuevo se arrastra a las filas
      * posteriores de la misma USUARIO/CUENTA_NUM, que solo pueden
      * ser de la misma unidad de trabajo (el bloqueo del saldo
      * serializa las altas). Una fila sin HASH_MOV no se toca.
       9587-REENCADENAR-MOVIMIENTO.
           EXEC SQL SELECT HASH_ANT, HASH_MOV
               INTO :WS-CHN-HASH-ANT, :WS-CHN-HASH-MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV = :WS-CHN-ID-MOV
           END-EXEC.
           IF SQLCODE = 0 AND WS-CHN-HASH-MOV = SPACES
               MOVE 100 TO SQLCODE
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 9588-RECALCULAR-ESLABON
               IF SQLCODE = 0
                   EXEC SQL SELECT ID_MOV INTO :WS-CHN-ID-MOV
                       FROM IBMUSER.MOVIMIENTOS
                       WHERE USUARIO    = :WS-CHN-USUARIO
                         AND CUENTA_NUM = :WS-CHN-CUENTA
                         AND ID_MOV     > :WS-CHN-ID-MOV
                         AND HASH_MOV  <> ' '
                       ORDER BY ID_MOV
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC
               END-IF
           END-PERFORM.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Relee la fila WS-CHN-ID-MOV, la resume sobre WS-CHN-HASH-ANT
      * y deja su HASH_MOV como eslabon de la siguiente.
       9588-RECALCULAR-ESLABON.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, TIPO_OPER, MONTO,
                   SALDO_RESULTANTE, CHAR(FECHA), USUARIO_REL,
                   ID_MOV_ORIGEN
               INTO :WS-CHN-USUARIO, :WS-CHN-CUENTA, :WS-CHN-TIPO-OPER,
                    :WS-CHN-MONTO, :WS-CHN-SALDO, :WS-CHN-FECHA,
                    :WS-CHN-USUARIO-REL, :WS-CHN-ID-ORIGEN
               FROM IBMUSER.MOVIMIENTOS
               WHERE ID_MOV = :WS-CHN-ID-MOV
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9585-CALCULAR-HASH-MOV
               EXEC SQL UPDATE IBMUSER.MOVIMIENTOS
                   SET HASH_ANT = :WS-CHN-HASH-ANT,
                       HASH_MOV = :WS-CHN-HASH-MOV
                   WHERE ID_MOV = :WS-CHN-ID-MOV
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-CHN-HASH-MOV TO WS-CHN-HASH-ANT
           END-IF.

      * Ultimo movimiento encadenado de la misma USUARIO/CUENTA_NUM
      * anterior a WS-CHN-ID-MOV: primero en la tabla viva y, si la
      * cuenta no tiene nada ahi, en lo archivado por BATCH/PBNKW.
      * Sin anterior, el eslabon arranca en ceros (SQLCODE 0).
       9582-LEER-ESLABON-ANTERIOR.
           EXEC SQL SELECT HASH_MOV INTO :WS-CHN-HASH-ANT
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO    = :WS-CHN-USUARIO
                 AND CUENTA_NUM = :WS-CHN-CUENTA
                 AND ID_MOV     < :WS-CHN-ID-MOV
                 AND HASH_MOV  <> ' '
               ORDER BY ID_MOV DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL SELECT HASH_MOV INTO :WS-CHN-HASH-ANT
                   FROM IBMUSER.MOVIMIENTOS_HIST
                   WHERE USUARIO    = :WS-CHN-USUARIO
                     AND CUENTA_NUM = :WS-CHN-CUENTA
                     AND ID_MOV     < :WS-CHN-ID-MOV
                     AND HASH_MOV  <> ' '
                   ORDER BY ID_MOV DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.
           IF SQLCODE = 100
               MOVE WS-CHN-CEROS TO WS-CHN-HASH-ANT
               MOVE 0 TO SQLCODE
           END-IF.

      * Digest de la imagen completa, posicion por posicion (los
      * blancos tambien cuentan: un campo corrido cambia el valor).
       9585-CALCULAR-HASH-MOV.
           MOVE WS-CHN-ID-MOV    TO WS-CHN-IMG-ID-MOV.
           MOVE WS-CHN-MONTO     TO WS-CHN-IMG-MONTO.
           MOVE WS-CHN-SALDO     TO WS-CHN-IMG-SALDO.
           MOVE WS-CHN-ID-ORIGEN TO WS-CHN-IMG-ORIGEN.
           MOVE 0 TO WS-CHN-ACUM.

           PERFORM VARYING WS-CHN-IND FROM 1 BY 1
                   UNTIL WS-CHN-IND > LENGTH OF WS-CHN-IMAGEN
               MOVE FUNCTION ORD(WS-CHN-IMAGEN(WS-CHN-IND:1))
                 TO WS-CHN-ORD
               COMPUTE WS-CHN-ACUM =
                   FUNCTION MOD(
                       (WS-CHN-ACUM * 31) + WS-CHN-ORD
                         + (WS-CHN-IND * 7), 9999999999999999)
           END-PERFORM.

           MOVE WS-CHN-ACUM   TO WS-CHN-DIGEST.
           MOVE WS-CHN-DIGEST TO WS-CHN-HASH-MOV.
