      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corre en el corte de clearing, junto a BATCH/PBNKCS.cbl. **
      ** - Pasada 0: los cheques de pago diferido en custodia ('C', **
      **   ingresados por PBNKCO) cuya FECHA_PRESENTAR llego se     **
      **   acreditan igual que un deposito de ventanilla            **
      **   (movimiento 'D' + retencion de DIAS_RETENCION_CHQ dias   **
      **   habiles) y pasan a 'D', asi la pasada 1 de esta misma    **
      **   corrida los presenta. Un 'C' con error queda para la     **
      **   proxima corrida.                                         **
      ** - Pasada 1: cada item 'D' de IBMUSER.CHEQUES_AL_COBRO      **
      **   (depositado por PBNKCO) se escribe en el archivo de      **
      **   presentacion saliente DD CHQSAL (banco girado, cuenta,   **
      **   aca.                                                     **
      ** - COMMIT por item; relanzar es seguro en ambas pasadas     **
      **   (un 'D' ya presentado quedo 'P'; un 'R' no recalifica).  **
      ** - Registra los lotes que mueven el nostro (COPYS/CPYNOSP,  **
      **   ver DDL/NOSTRO.sql): la presentacion CHQSAL (entra) y    **
      **   las devoluciones reversadas de CHQRET (sale), ambos con  **
      **   la secuencia del CHQSAL del ciclo.                       **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - El credito 'D' de la pasada 0 paga el impuesto a los     **
      **   debitos y creditos (COPYS/CPYIDCP.cbl), como PBNKCO. El  **
      **   reverso 'X' de la pasada 2 anula un credito: no lo paga. **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

           05 WS-CONTADOR-PRESENT    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-DEVUELTOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ERRORES    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CUSTODIA   PIC S9(7) COMP-3 VALUE 0.
      * Dias habiles de retencion; valor de fabrica, reemplazado
      * por PARAMETROS (DIAS_RETENCION_CHQ) si la fila existe.
           05 WS-DIAS-RET-CHQ        PIC S9(4) COMP VALUE 5.
           05 WS-RET-VUELTA          PIC S9(4) COMP VALUE 0.
           05 WS-FECHA-LIBERACION    PIC X(10) VALUE SPACES.
           05 WS-FIN-ARCHIVO         PIC X(1)  VALUE 'N'.
           05 WS-MONTO-DEVUELTO      PIC S9(13)V9(2) COMP-3 VALUE 0.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKCR'.
           03  WC-CONCEPTO-DEVOL     PIC X(30)
               VALUE 'DEVOLUCION CHEQUE AL COBRO'.
           03  WC-CONCEPTO-DIFER     PIC X(30)
               VALUE 'CHEQUE DIFERIDO AL COBRO'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYFERW.
       COPY CPYNOSW.
       COPY CPYCHNW.
       COPY CPYIDCW.

       PROCEDURE DIVISION.
      *================================================================*
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 1500-PASADA-CUSTODIA.
           PERFORM 2000-PASADA-PRESENTACION.
           PERFORM 3000-PASADA-DEVOLUCIONES.
           PERFORM 9000-FINALIZAR.
           WRITE REG-PRESENTACION.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7010-CALCULAR-LIBERACION.

      *================================================================*
      * 1500 - PASADA 0: CHEQUES DIFERIDOS QUE VENCEN HOY              *
      *================================================================*
       1500-PASADA-CUSTODIA.
           PERFORM 7030-ABRIR-CURSOR-CUSTODIA.
           PERFORM 7040-FETCH-CUSTODIA.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 1600-ACREDITAR-DIFERIDO
               PERFORM 7040-FETCH-CUSTODIA
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCR - ERROR EN CURSOR CUSTODIA SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-CUSTODIA END-EXEC.

      * Mismo asiento que PBNKCO 3000 para un deposito de ventanilla:
      * credito, movimiento 'D', impuesto a los debitos y creditos
      * y retencion; el item queda 'D'.
       1600-ACREDITAR-DIFERIDO.
           PERFORM 7600-LEER-SALDO-CUENTA.
           IF SQLCODE = 0
               ADD HV-MONTO-CHCO TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7650-ACTUALIZAR-SALDO-CUENTA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7050-INSERTAR-MOV-DIFERIDO
           END-IF.
           IF SQLCODE = 0
               PERFORM 1650-IMP-DEBCRED-DIFERIDO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7060-CREAR-RETENCION
           END-IF.
           IF SQLCODE = 0
               PERFORM 7070-MARCAR-DEPOSITADO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-CUSTODIA
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
               DISPLAY 'PBNKCR - ERROR SQLCODE ' SQLCODE
                   ' ACREDITANDO CUSTODIA ' HV-ID-CHCO
           END-IF.

      * Impuesto sobre el credito 'D' (COPYS/CPYIDCP.cbl), como en
      * PBNKCO 3100, dentro de la unidad de trabajo del item.
       1650-IMP-DEBCRED-DIFERIDO.
           MOVE HV-USUARIO-CHCO TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-CHCO TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-CHCO  TO WS-IDC-CUENTA.
           MOVE HV-MONTO-CHCO   TO WS-IDC-MONTO.
           MOVE 'N'             TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO  TO WS-IDC-SALDO.
           MOVE SPACES          TO WS-IDC-SUCURSAL.
           MOVE SPACES          TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 2000 - PASADA 1: PRESENTAR LOS ITEMS DEPOSITADOS               *
           WRITE REG-PRESENTACION.
           CLOSE ARCHIVO-PRESENTACION.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           MOVE 'CHQSAL' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-NOS-MONTO.
           MOVE WS-ARC-CANT-LEIDOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.

       2100-PRESENTAR-ITEM.
           MOVE HV-BANCO-CHCO      TO SAL-BANCO.
               PERFORM 7400-LEER-DEVOLUCION
           END-PERFORM.
           CLOSE ARCHIVO-DEVOLUCIONES.
           MOVE 'CHQRET' TO WS-NOS-REF-INTERFAZ.
           COMPUTE WS-NOS-MONTO = 0 - WS-MONTO-DEVUELTO.
           MOVE WS-CONTADOR-DEVUELTOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.

       3100-REVERSAR-ITEM.
           IF RET-REFERENCIA IS NOT NUMERIC
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-DEVUELTOS
               ADD HV-MONTO-CHCO TO WS-MONTO-DEVUELTO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-ERRORES
      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
      * Liberacion de las retenciones de la pasada 0: DIAS_RETENCION_
      * CHQ dias habiles desde hoy (FERIADOS), igual que PBNKCO 7400.
      * Es la misma para todos los items, se calcula una vez.
       7010-CALCULAR-LIBERACION.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_RETENCION_CHQ'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-RET-CHQ
           END-IF.
           EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 7020-AVANZAR-DIA-HABIL
               VARYING WS-RET-VUELTA FROM 1 BY 1
               UNTIL WS-RET-VUELTA > WS-DIAS-RET-CHQ.
           MOVE WS-FER-FECHA TO WS-FECHA-LIBERACION.

       7020-AVANZAR-DIA-HABIL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9870-PROXIMO-DIA-HABIL.

       7030-ABRIR-CURSOR-CUSTODIA.
           EXEC SQL DECLARE CUR-CUSTODIA CURSOR WITH HOLD FOR
               SELECT ID_COBRO, USUARIO, CUENTA_NUM, MONTO
               FROM IBMUSER.CHEQUES_AL_COBRO
               WHERE ESTADO = 'C'
                 AND FECHA_PRESENTAR <= CURRENT DATE
               ORDER BY ID_COBRO
           END-EXEC.
           EXEC SQL OPEN CUR-CUSTODIA END-EXEC.

       7040-FETCH-CUSTODIA.
           EXEC SQL FETCH CUR-CUSTODIA
               INTO :HV-ID-CHCO, :HV-USUARIO-CHCO, :HV-CUENTA-CHCO,
                    :HV-MONTO-CHCO
           END-EXEC.

       7050-INSERTAR-MOV-DIFERIDO.
           MOVE 'D'               TO HV-TIPO-OPER.
           MOVE HV-MONTO-CHCO     TO HV-MONTO.
           MOVE HV-USUARIO-CHCO   TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-CHCO   TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-RESULTANTE.
           MOVE SPACES            TO HV-AGENTE-ID.
           MOVE HV-CUENTA-CHCO    TO HV-CUENTA-NUM.
           MOVE SPACES            TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-DIFER TO HV-CONCEPTO.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7060-CREAR-RETENCION.
           MOVE HV-CUENTA-CHCO      TO HV-CUENTA-RDIS.
           MOVE HV-USUARIO-CHCO     TO HV-USUARIO-RDIS.
           MOVE HV-ID-MOV           TO HV-ID-MOV-RDIS.
           MOVE HV-MONTO-CHCO       TO HV-MONTO-RDIS.
           MOVE WS-FECHA-LIBERACION TO HV-FECHA-LIB-RDIS.
           EXEC SQL INSERT INTO IBMUSER.RETENCIONES_DISP
               (CUENTA_NUM, USUARIO, ID_MOV, MONTO,
                FECHA_LIBERACION, ESTADO, FECHA_ALTA)
               VALUES (:HV-CUENTA-RDIS, :HV-USUARIO-RDIS,
                :HV-ID-MOV-RDIS, :HV-MONTO-RDIS,
                DATE(:HV-FECHA-LIB-RDIS), 'A', CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-RET-CHCO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * La guarda ESTADO = 'C' cubre un retiro de ventanilla (PBNKCO
      * PF5) que gano la carrera: SQLCODE 100, se deshace todo.
       7070-MARCAR-DEPOSITADO.
           MOVE HV-ID-MOV TO HV-ID-MOV-CHCO.
           EXEC SQL UPDATE IBMUSER.CHEQUES_AL_COBRO
               SET ESTADO = 'D',
                   ID_MOV_DEPOSITO = :HV-ID-MOV-CHCO,
                   ID_RET = :HV-ID-RET-CHCO
               WHERE ID_COBRO = :HV-ID-CHCO
                 AND ESTADO = 'C'
           END-EXEC.

       7100-ABRIR-CURSOR-DEPOSITADOS.
           EXEC SQL DECLARE CUR-DEPOSITADOS CURSOR WITH HOLD FOR
               SELECT ID_COBRO, USUARIO, CUENTA_NUM, BANCO_GIRADO,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Si PBNKRD ya la libero por vencimiento no es error: el
      * reverso del credito igual corresponde.
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONTADOR-CUSTODIA +
               WS-CONTADOR-PRESENT + WS-CONTADOR-DEVUELTOS.
           MOVE WS-CONTADOR-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKCR - DIFERIDOS ACREDIT.: '
               WS-CONTADOR-CUSTODIA.
           DISPLAY 'PBNKCR - ITEMS PRESENTADOS : '
               WS-CONTADOR-PRESENT.
           DISPLAY 'PBNKCR - ITEMS DEVUELTOS   : '

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYFERP.
       COPY CPYNOSP.
       COPY CPYCHNP.
       COPY CPYIDCP.
