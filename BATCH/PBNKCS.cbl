      **   confirmaciones solo aplican sobre ESTADO='S' y el corte  **
      **   solo toma ESTADO='P', asi que un item ya procesado no    **
      **   vuelve a calificar.                                      **
      ** - Al cierre registra los dos lotes que mueven el nostro    **
      **   (COPYS/CPYNOSP.cbl, ver DDL/NOSTRO.sql): el corte CLRSAL **
      **   (sale) y las devoluciones refundadas de CLRCNF (entra),  **
      **   ambos con la secuencia del CLRSAL del ciclo.             **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CONF-DEVUELTAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONF-IGNORADAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-ITEMS-ENVIADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-MONTO-DEVUELTO      PIC S9(13)V9(2) COMP-3 VALUE 0.

       01  WS-LINEA-LIQUIDACION.
           05 WS-LQ-ID-SAL           PIC 9(09).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LQ-BANCO            PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LQ-CUENTA-DEST      PIC X(22).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LQ-MONTO            PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LQ-ORIGEN           PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LQ-CUENTA-ORIG      PIC X(10).
           05 FILLER                 PIC X(11) VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYNOSW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONF-DEVUELTAS
                   ADD HV-MONTO-SAL TO WS-MONTO-DEVUELTO
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'PBNKCS - ERROR REFUNDANDO ITEM ' HV-ID-SAL
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7600-ABRIR-CURSOR-PENDIENTES.
           EXEC SQL DECLARE CUR-SALIENTES CURSOR WITH HOLD FOR
           WRITE REG-LIQUIDACION FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-LIQUIDACION.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
      * Lotes del nostro: el corte sale, las devoluciones entran.
           MOVE 'CLRSAL' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           COMPUTE WS-NOS-MONTO = 0 - WS-ARC-TOTAL-LEIDO.
           MOVE WS-ARC-CANT-LEIDOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           MOVE 'CLRCNF' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-MONTO-DEVUELTO TO WS-NOS-MONTO.
           MOVE WS-CONF-DEVUELTAS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           DISPLAY 'PBNKCS - CONFIRMACIONES LEIDAS : ' WS-CONF-LEIDAS.
           DISPLAY 'PBNKCS - ITEMS CONFIRMADOS     : '
               WS-CONF-CONFIRMADAS.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYNOSP.
       COPY CPYCHNP.
