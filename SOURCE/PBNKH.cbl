      ** Campo RELFILTI: filtra por usuario de la contraparte       **
      ** (USUARIO_REL), igual que el rango de fechas - se aplica al **
      ** presionar ENTER, sin tecla de funcion dedicada.            **
      ** - Incluye lo pendiente en memo (IBMUSER.MOVIMIENTOS_MEMO,  **
      **   posteo diferido con el posteo cerrado) de los mismos     **
      **   usuarios: el cursor devuelve el origen de cada fila ('M' **
      **   memo / 'P' posteado) y lo memo va marcado con '*' en el  **
      **   tipo, numerado desde 900000000 solo para paginar, hasta  **
      **   que BATCH/PBNKMR.cbl lo postea en MOVIMIENTOS.           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      * DEFINICIONES DB2
           05 WS-MONTO-FORMATO     PIC $$$,$$$,$$9.99.
           05 WS-SALDO-RES-FORMATO PIC $$$,$$$,$$9.99.
           05 WS-TIPO-DISPLAY      PIC X(15).
      * Origen de la fila leida: 'P' posteado, 'M' pendiente en memo.
           05 WS-ORIGEN-MOV        PIC X(01).
           05 WS-USER-REL          PIC X(12).

      * LINEA DE EXPORTACION AL SPOOL DE IMPRESION
      *----------------------------------------------------------------*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      * 4000 - LIMPIEZA DE DATOS Y DISPLAY                             *
      *----------------------------------------------------------------*
       4000-MOVER-A-MAPA.
           MOVE SPACES TO WS-TIPO-DISPLAY.
           EVALUATE HV-TIPO-OPER
              WHEN 'D' MOVE ' DEPOSITO'      TO WS-TIPO-DISPLAY
              WHEN 'R' MOVE ' RECIBO'        TO WS-TIPO-DISPLAY
              WHEN 'Z' MOVE ' RETIRO'        TO WS-TIPO-DISPLAY
              WHEN 'T' MOVE ' TRANSFERENCIA' TO WS-TIPO-DISPLAY
              WHEN '1' MOVE ' IMP DEB/CRED'  TO WS-TIPO-DISPLAY
              WHEN '2' MOVE ' MULTA CHEQUE'  TO WS-TIPO-DISPLAY
              WHEN OTHER
                 MOVE ' OPERACION'   TO WS-TIPO-DISPLAY
                 MOVE HV-TIPO-OPER   TO WS-TIPO-DISPLAY(12:1)
           END-EVALUATE.
      * Pendiente en memo (posteo diferido, ver 7000).
           IF WS-ORIGEN-MOV = 'M'
               MOVE '*' TO WS-TIPO-DISPLAY(1:1)
           END-IF.

           MOVE HV-MONTO             TO WS-MONTO-FORMATO.
           MOVE HV-SALDO-RESULTANTE  TO WS-SALDO-RES-FORMATO.
           END-EXEC.

       5200-ESCRIBIR-LINEA-EXPORT.
           MOVE SPACES TO WS-TIPO-DISPLAY.
           EVALUATE HV-TIPO-OPER
              WHEN 'D' MOVE ' DEPOSITO'      TO WS-TIPO-DISPLAY
              WHEN 'R' MOVE ' RECIBO'        TO WS-TIPO-DISPLAY
              WHEN 'Z' MOVE ' RETIRO'        TO WS-TIPO-DISPLAY
              WHEN 'T' MOVE ' TRANSFERENCIA' TO WS-TIPO-DISPLAY
              WHEN '1' MOVE ' IMP DEB/CRED'  TO WS-TIPO-DISPLAY
              WHEN '2' MOVE ' MULTA CHEQUE'  TO WS-TIPO-DISPLAY
              WHEN OTHER
                 MOVE ' OPERACION'   TO WS-TIPO-DISPLAY
                 MOVE HV-TIPO-OPER   TO WS-TIPO-DISPLAY(12:1)
           END-EVALUATE.
      * Pendiente en memo (posteo diferido, ver 7000).
           IF WS-ORIGEN-MOV = 'M'
               MOVE '*' TO WS-TIPO-DISPLAY(1:1)
           END-IF.

           MOVE HV-MONTO             TO WS-MONTO-FORMATO.
           MOVE HV-SALDO-RESULTANTE  TO WS-SALDO-RES-FORMATO.
            CONTINUE.
           EXEC SQL DECLARE CUR-SMART-ASC CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS
      * Ademas de lo propio, trae lo que hicieron los usuarios
      * autorizados (WS-AUTORIZADOS-1/2/3) sobre una cuenta suya.
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT 900000000 + ID_MEMO, TIPO_OPER, MONTO,
                      USUARIO_REL, FECHA_MEMO, SALDO_MEMO, 'M'
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO = :WS-AUTORIZADOS-2
                      OR USUARIO = :WS-AUTORIZADOS-3)
                 AND ESTADO = 'P'
                 AND 900000000 + ID_MEMO > :HV-ID-MOV
                 AND (:WS-OPER = ' ' OR TIPO_OPER = :WS-OPER)
                 AND (:WS-FECHA-INI = '          '
                      OR DATE(FECHA_MEMO) >= DATE(:WS-FECHA-INI))
                 AND (:WS-FECHA-FIN = '          '
                      OR DATE(FECHA_MEMO) <= DATE(:WS-FECHA-FIN))
                 AND (:WS-FILTRO-REL = '        '
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               ORDER BY 1 ASC
           END-EXEC.

           EXEC SQL DECLARE CUR-SMART-DESC CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT 900000000 + ID_MEMO, TIPO_OPER, MONTO,
                      USUARIO_REL, FECHA_MEMO, SALDO_MEMO, 'M'
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO = :WS-AUTORIZADOS-2
                      OR USUARIO = :WS-AUTORIZADOS-3)
                 AND ESTADO = 'P'
                 AND 900000000 + ID_MEMO < :HV-ID-MOV
                 AND (:WS-OPER = ' ' OR TIPO_OPER = :WS-OPER)
                 AND (:WS-FECHA-INI = '          '
                      OR DATE(FECHA_MEMO) >= DATE(:WS-FECHA-INI))
                 AND (:WS-FECHA-FIN = '          '
                      OR DATE(FECHA_MEMO) <= DATE(:WS-FECHA-FIN))
                 AND (:WS-FILTRO-REL = '        '
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               ORDER BY 1 DESC
           END-EXEC.

      * Los cuatro cursores suman lo pendiente en memo de los
      * mismos usuarios (IBMUSER.MOVIMIENTOS_MEMO ESTADO 'P'), con
      * ID 900000000 + ID_MEMO para que la paginacion por ID_MOV
      * siga funcionando: en DESC aparece primero, en ASC al final.
      * La ultima columna ('P' posteado / 'M' memo) dice el origen
      * de cada fila; el '*' del tipo sale de ella, no del ID.
      * CUR-SMART-ASC/DESC-HIST: igual que CUR-SMART-ASC/DESC arriba
      * mas lo archivado en IBMUSER.MOVIMIENTOS_HIST por BATCH/
      * PBNKW.cbl (UNION ALL, misma lista/orden de columnas). Solo se
      * abren cuando CG-H-INCL-HIST = 'S' (PF9) - ver 7100-OPEN-CURSOR.
           EXEC SQL DECLARE CUR-SMART-ASC-HIST CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS_HIST
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT 900000000 + ID_MEMO, TIPO_OPER, MONTO,
                      USUARIO_REL, FECHA_MEMO, SALDO_MEMO, 'M'
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO = :WS-AUTORIZADOS-2
                      OR USUARIO = :WS-AUTORIZADOS-3)
                 AND ESTADO = 'P'
                 AND 900000000 + ID_MEMO > :HV-ID-MOV
                 AND (:WS-OPER = ' ' OR TIPO_OPER = :WS-OPER)
                 AND (:WS-FECHA-INI = '          '
                      OR DATE(FECHA_MEMO) >= DATE(:WS-FECHA-INI))
                 AND (:WS-FECHA-FIN = '          '
                      OR DATE(FECHA_MEMO) <= DATE(:WS-FECHA-FIN))
                 AND (:WS-FILTRO-REL = '        '
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               ORDER BY 1 ASC
           END-EXEC.

           EXEC SQL DECLARE CUR-SMART-DESC-HIST CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL, FECHA,
                      SALDO_RESULTANTE, 'P'
               FROM IBMUSER.MOVIMIENTOS_HIST
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               UNION ALL
               SELECT 900000000 + ID_MEMO, TIPO_OPER, MONTO,
                      USUARIO_REL, FECHA_MEMO, SALDO_MEMO, 'M'
               FROM IBMUSER.MOVIMIENTOS_MEMO
               WHERE (USUARIO = :WS-USER-DB2
                      OR USUARIO = :WS-AUTORIZADOS-1
                      OR USUARIO = :WS-AUTORIZADOS-2
                      OR USUARIO = :WS-AUTORIZADOS-3)
                 AND ESTADO = 'P'
                 AND 900000000 + ID_MEMO < :HV-ID-MOV
                 AND (:WS-OPER = ' ' OR TIPO_OPER = :WS-OPER)
                 AND (:WS-FECHA-INI = '          '
                      OR DATE(FECHA_MEMO) >= DATE(:WS-FECHA-INI))
                 AND (:WS-FECHA-FIN = '          '
                      OR DATE(FECHA_MEMO) <= DATE(:WS-FECHA-FIN))
                 AND (:WS-FILTRO-REL = '        '
                      OR USUARIO_REL = :WS-FILTRO-REL)
                 AND (:WS-MONTO-MIN = 0 OR MONTO >= :WS-MONTO-MIN)
                 AND (:WS-MONTO-MAX = 0 OR MONTO <= :WS-MONTO-MAX)
               ORDER BY 1 DESC
           END-EXEC.

       7100-OPEN-CURSOR.
           IF INCLUYE-HIST-ARCHIVADOS
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL OPEN CUR-SMART-ASC-HIST END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL OPEN CUR-SMART-DESC-HIST END-EXEC
              END-IF
           ELSE
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL OPEN CUR-SMART-ASC END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL OPEN CUR-SMART-DESC END-EXEC
              END-IF
           END-IF.
       7400-FETCH-CURSOR.
           IF INCLUYE-HIST-ARCHIVADOS
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL FETCH CUR-SMART-ASC-HIST
                 INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                      :HV-USUARIO-REL, :HV-FECHA,
                      :HV-SALDO-RESULTANTE, :WS-ORIGEN-MOV END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL FETCH CUR-SMART-DESC-HIST
                 INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                      :HV-USUARIO-REL, :HV-FECHA,
                      :HV-SALDO-RESULTANTE, :WS-ORIGEN-MOV END-EXEC
              END-IF
           ELSE
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL FETCH CUR-SMART-ASC
                 INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                      :HV-USUARIO-REL, :HV-FECHA,
                      :HV-SALDO-RESULTANTE, :WS-ORIGEN-MOV END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL FETCH CUR-SMART-DESC
                 INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                      :HV-USUARIO-REL, :HV-FECHA,
                      :HV-SALDO-RESULTANTE, :WS-ORIGEN-MOV END-EXEC
              END-IF
           END-IF.

       7900-CLOSE-CURSOR.
           IF INCLUYE-HIST-ARCHIVADOS
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL CLOSE CUR-SMART-ASC-HIST END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL CLOSE CUR-SMART-DESC-HIST END-EXEC
              END-IF
           ELSE
              IF CG-H-ORDEN = 'A'
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL CLOSE CUR-SMART-ASC END-EXEC
              ELSE
                 PERFORM 9591-CONTAR-SQL
                 EXEC SQL CLOSE CUR-SMART-DESC END-EXEC
              END-IF
           END-IF.
       7600-CARGAR-AUTORIZADOS.
           MOVE SPACES TO WS-AUTORIZADOS.
           MOVE 0 TO WS-CONT-AUTORIZADOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-AUTORIZADOS END-EXEC.
           PERFORM 3 TIMES
               PERFORM 9591-CONTAR-SQL
               EXEC SQL FETCH CUR-AUTORIZADOS
                   INTO :HV-USUARIO-AUTOR
               END-EXEC
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-AUTORIZADOS END-EXEC.

       8050-LEER-RETENIDO-DISP.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           MOVE CG-M-USER TO WS-USER-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
      * PBNKQ.cbl (solo lo agrega antes de PBNKX/PBNKT), asi
      * que el encabezado muestra la suma de todas las cuentas del
      * usuario en IBMUSER.CUENTAS en lugar de una sola.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(SALDO), 0) INTO :HV-SALDO-CTA
                FROM IBMUSER.CUENTAS WHERE USUARIO = :WS-USER-DB2
           END-EXEC.
           END-EXEC.

       9300-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-LOGIN) END-EXEC.

       9400-VOLVER-AL-MENU.
           MOVE '-' TO CG-H-DOWN-MORE.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
                COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
