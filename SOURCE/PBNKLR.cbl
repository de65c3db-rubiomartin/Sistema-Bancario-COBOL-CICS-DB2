      ** - El prestamo nuevo queda encadenado al original           **
      **   (ID_PRESTAMO_ORIGEN) para auditoria; el viejo cierra     **
      **   'R' (refinanciado) y sus cuotas 'P' pasan a 'R', con lo  **
      **   que BATCH/PBNKLC.cbl deja de reintentarlas; el interes   **
      **   devengado de esas cuotas se revierte ('6', COPYS/        **
      **   CPYDEVP.cbl). El plan nuevo guarda capital e interes de  **
      **   cada cuota como el de PBNKLO.                            **
      ** - Dos pasos con SW-CONFIRMACION, como PBNKLO.              **
      ** - Las garantias vigentes y el seguro de vida saldo deudor  **
      **   (IBMUSER.POLIZAS_SEGURO 'V') pasan al prestamo nuevo; el **
      **   seguro se recalcula sobre la deuda consolidada (suma     **
      **   asegurada) con la TASA_SEGURO_VIDA vigente (prima).      **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLPCUO END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-DEUDA-CONSOLIDADA  PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-A-DEVOLVER   PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-CUOTA        PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Partes de cada cuota del plan nuevo (ver 3110).
           05 WS-CAPITAL-CUOTA      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-CUOTA      PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Tasa mensual vigente del producto; valor de fabrica,
      * reemplazado por IBMUSER.PARAMETROS si la fila existe.
           05 WS-TASA-PRESTAMO      PIC S9(3)V9(6) COMP-3
                                     VALUE 0,025000.
      * Prima mensual del seguro de vida saldo deudor, igual que
      * PBNKLO; reemplazada por IBMUSER.PARAMETROS si la fila existe.
           05 WS-TASA-SEGURO-VIDA   PIC S9(3)V9(6) COMP-3
                                     VALUE 0,001500.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      * Mismo tope de plazo que PBNKLO.
           03  WC-CUOTAS-MAXIMO     PIC S9(4) COMP VALUE 60.

       COPY CPYDEVW.
       COPY CPYRTMW.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).

      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               PERFORM 3100-INSERTAR-PLAN-CUOTAS
           END-IF.

      * El interes devengado de las cuotas que se consolidan ya no
      * se cobra con un '4': se revierte antes de pasarlas a 'R'.
           IF SQLCODE = 0
               MOVE HV-ID-PRES TO WS-DEV-ID-PRESTAMO
               MOVE 'N'        TO WS-DEV-SOLO-FUTURAS
               PERFORM 9795-REVERTIR-DEVENGO
           END-IF.

           IF SQLCODE = 0
               PERFORM 7500-REFINANCIAR-CUOTAS-VIEJAS
           END-IF.
               PERFORM 7650-TRASPASAR-GARANTIAS
           END-IF.

           IF SQLCODE = 0
               PERFORM 7660-TRASPASAR-SEGURO-VIDA
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               INITIALIZE MSGO
               UNTIL WS-NRO-CUOTA > WS-CANT-CUOTAS
                  OR SQLCODE NOT = 0.

      * Capital = principal / N; la ultima cuota lleva el redondeo
      * para que los capitales sumen exacto el principal. Interes =
      * cuota - capital (principal * tasa por interes simple).
       3110-INSERTAR-UNA-CUOTA.
           IF WS-NRO-CUOTA < WS-CANT-CUOTAS
               COMPUTE WS-CAPITAL-CUOTA ROUNDED =
                   WS-DEUDA-CONSOLIDADA / WS-CANT-CUOTAS
           ELSE
               COMPUTE WS-CAPITAL-CUOTA = WS-DEUDA-CONSOLIDADA
                   - WS-CAPITAL-CUOTA * (WS-CANT-CUOTAS - 1)
           END-IF.
           COMPUTE WS-INTERES-CUOTA =
               WS-MONTO-CUOTA - WS-CAPITAL-CUOTA.
           IF WS-INTERES-CUOTA < 0
               MOVE 0 TO WS-INTERES-CUOTA
           END-IF.
           MOVE WS-CAPITAL-CUOTA TO HV-CAPITAL-PCUO.
           MOVE WS-INTERES-CUOTA TO HV-INTERES-PCUO.
           MOVE WS-ID-NUEVO    TO HV-ID-PRES-PCUO.
           MOVE WS-NRO-CUOTA   TO HV-NRO-CUOTA-PCUO.
           MOVE WS-MONTO-CUOTA TO HV-MONTO-PCUO.
           MOVE 'P'            TO HV-ESTADO-PCUO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMO_CUOTAS
               (ID_PRESTAMO, NRO_CUOTA, MONTO_CUOTA,
                FECHA_VENCIMIENTO, ESTADO, CAPITAL_CUOTA,
                INTERES_CUOTA)
               VALUES (:HV-ID-PRES-PCUO, :HV-NRO-CUOTA-PCUO,
                :HV-MONTO-PCUO,
                CURRENT DATE + :HV-NRO-CUOTA-PCUO MONTHS,
                :HV-ESTADO-PCUO, :HV-CAPITAL-PCUO, :HV-INTERES-PCUO)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NRO-CUOTA
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_SEGURO_VIDA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-SEGURO-VIDA
           END-IF.

       7100-LEER-PRESTAMO.
           MOVE WS-ID-PRESTAMO TO HV-ID-PRES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, ESTADO, DIAS_MORA
               INTO :HV-USUARIO-PRES, :HV-CUENTA-PRES,
                    :HV-ESTADO-PRES, :HV-DIAS-MORA-PRES

       7200-SUMAR-CUOTAS-IMPAGAS.
           MOVE 0 TO WS-DEUDA-CONSOLIDADA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO_CUOTA), 0)
               INTO :WS-DEUDA-CONSOLIDADA
               FROM IBMUSER.PRESTAMO_CUOTAS
           MOVE WS-MONTO-CUOTA       TO HV-MONTO-CUOTA-PRES.
           MOVE CG-M-USER            TO HV-AGENTE-PRES.
           MOVE WS-ID-PRESTAMO       TO HV-ID-PRES-ORIGEN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMOS
               (USUARIO, CUENTA_NUM, MONTO_PRINCIPAL, TASA,
                CANT_CUOTAS, MONTO_CUOTA, ESTADO, DIAS_MORA,
                :HV-ID-PRES-ORIGEN)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-NUEVO
                   FROM SYSIBM.SYSDUMMY1
           END-IF.

       7500-REFINANCIAR-CUOTAS-VIEJAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PRESTAMO_CUOTAS
               SET ESTADO = 'R',
                   FECHA_COBRO = CURRENT TIMESTAMP
           END-IF.

       7600-CERRAR-PRESTAMO-VIEJO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PRESTAMOS
               SET ESTADO = 'R', DIAS_MORA = 0
               WHERE ID_PRESTAMO = :HV-ID-PRES
      * que sin el traspaso un plazo prendado quedaria bloqueado
      * para siempre en PBNKPV y el prestamo nuevo sin respaldo.
       7650-TRASPASAR-GARANTIAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.GARANTIAS
               SET ID_PRESTAMO = :WS-ID-NUEVO
               WHERE ID_PRESTAMO = :HV-ID-PRES
               MOVE 0 TO SQLCODE
           END-IF.

      * El seguro de vida saldo deudor sigue a la deuda: pasa al
      * prestamo nuevo con suma asegurada = deuda consolidada y la
      * prima recalculada. La fecha de cobro y los meses impagos no
      * cambian (la refinanciacion no salda primas atrasadas).
       7660-TRASPASAR-SEGURO-VIDA.
           MOVE WS-DEUDA-CONSOLIDADA TO HV-SUMA-POLS.
           COMPUTE HV-PRIMA-POLS ROUNDED =
               WS-DEUDA-CONSOLIDADA * WS-TASA-SEGURO-VIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET ID_PRESTAMO = :WS-ID-NUEVO,
                   SUMA_ASEGURADA = :HV-SUMA-POLS,
                   PRIMA = :HV-PRIMA-POLS
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND TIPO_COBERTURA = 'V'
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYDEVP.
       COPY CPYRTMP.
