      **   ALERTAS_ATRICION (sin duplicar una pendiente) para la    **
      **   cola de retencion de PBNKRT.                             **
      ** - COMMIT por alerta; relanzar no duplica.                  **
      ** - Cada alerta nace asignada (ASIGNADO_A) al gestor del     **
      **   cliente en IBMUSER.GESTORES_CLIENTE; sin gestor queda    **
      **   en la cola comun (' ').                                  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE WS-MOTIVO     TO HV-MOTIVO-ATRI
               MOVE WS-SALDO-TRIM TO HV-SALDO-ANT-ATRI
               MOVE WS-SALDO-MES  TO HV-SALDO-ACT-ATRI
               PERFORM 7650-LEER-GESTOR
               EXEC SQL INSERT INTO IBMUSER.ALERTAS_ATRICION
                   (USUARIO, MOTIVO, SALDO_ANTERIOR, SALDO_ACTUAL,
                    ESTADO, FECHA_ALERTA, ASIGNADO_A)
                   VALUES (:HV-USUARIO-ATRI, :HV-MOTIVO-ATRI,
                    :HV-SALDO-ANT-ATRI, :HV-SALDO-ACT-ATRI, 'P',
                    CURRENT DATE, :HV-ASIGNADO-ATRI)
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

      * La alerta va a la cola del gestor del cliente; sin gestor
      * queda en la cola comun (' ').
       7650-LEER-GESTOR.
           MOVE SPACES TO HV-ASIGNADO-ATRI.
           EXEC SQL SELECT GESTOR_ID INTO :HV-ASIGNADO-ATRI
               FROM IBMUSER.GESTORES_CLIENTE
               WHERE USUARIO = :HV-USUARIO-ATRI
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-ASIGNADO-ATRI
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
