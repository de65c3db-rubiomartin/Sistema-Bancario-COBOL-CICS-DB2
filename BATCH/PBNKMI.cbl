      **   'MOVI' (ver DDL/SUCURSAL.sql) y la referencia del app    **
      **   en CONCEPTO. Ambas patas van contra CLIENTES.SALDO, el   **
      **   mismo criterio que la liberacion de PBNKA.               **
      ** - El destino de una 'T' puede venir como CBU (INS-CBU-     **
      **   DESTINO): se rechaza si los digitos verificadores no     **
      **   cierran (COPYS/CPYCBUP.cbl) y, si cierran, se resuelve   **
      **   por CUENTAS.CBU al USUARIO titular; si ademas viene      **
      **   INS-DESTINO tiene que ser ese mismo USUARIO.             **
      ** - Una 'C' cancela una TRANSF_PROGRAMADA propia que siga    **
      **   'P' (pasa a 'C', el estado reservado en el DDL).         **
      ** - Por cada instruccion se escribe un acuse en DD ACKMOV    **
      **   de la misma unidad de trabajo (numero de registro como   **
      **   texto en ULTIMO_USUARIO), igual que BATCH/PBNKCE.cbl; el **
      **   ACKMOV se abre EXTEND en un reinicio.                    **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 INS-ID-PROG               PIC 9(09).
           05 INS-REFERENCIA            PIC X(12).
           05 INS-FIRMA                 PIC X(16).
      * CBU del destino (opcional; registro de 87 posiciones).
           05 INS-CBU-DESTINO           PIC X(22).

       FD  ARCHIVO-ACUSES
           RECORDING MODE IS F.
           EXEC SQL INCLUDE DCLCHKP END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-SALDO-ORIGEN        PIC S9(8)V9(2) COMP-3 VALUE 0.
       COPY CPYHSHWD.
       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYCBUW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 2300 - TRANSFERENCIA INMEDIATA DESDE EL APP                    *
      *================================================================*
       2300-PROCESAR-TRANSFERENCIA.
           IF INS-CBU-DESTINO NOT = SPACES
               PERFORM 2305-RESOLVER-CBU-DESTINO
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2310-VALIDAR-TRANSFERENCIA
           END-IF.
           IF HAY-ERROR-VALIDACION
               PERFORM 2800-ACUSAR-RECHAZO
           ELSE
               END-IF
           END-IF.

      * Destino por CBU: digitos verificadores y titular. El canal
      * movil solo opera entre clientes de la casa, asi que un CBU
      * que no esta en CUENTAS se rechaza.
       2305-RESOLVER-CBU-DESTINO.
           MOVE INS-CBU-DESTINO TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.
           IF WS-CBU-OK NOT = 'S'
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE WS-CBU-MOTIVO TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-CBU-NUMERO TO HV-CBU-CTA
               EXEC SQL SELECT USUARIO INTO :HV-USUARIO-CTA
                   FROM IBMUSER.CUENTAS
                   WHERE CBU = :HV-CBU-CTA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'CBU INEXISTENTE EN EL BANCO'
                         TO WS-MOTIVO-RECHAZO

                   WHEN INS-DESTINO NOT = SPACES
                        AND INS-DESTINO NOT = HV-USUARIO-CTA
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'CBU NO CORRESPONDE AL DESTINO'
                         TO WS-MOTIVO-RECHAZO

                   WHEN OTHER
                       MOVE HV-USUARIO-CTA TO INS-DESTINO
               END-EVALUATE
           END-IF.

       2310-VALIDAR-TRANSFERENCIA.
           EVALUATE TRUE
               WHEN INS-MONTO IS NOT NUMERIC
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Checkpoint exacto dentro de la unidad de trabajo del item,
      * igual que BATCH/PBNKCE.cbl: un reproceso del archivo no
       COPY CPYHSHPD.
       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYCBUP.
       COPY CPYCHNP.
