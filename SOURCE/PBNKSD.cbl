      ** - Solo lee datos del propio CG-M-USER / CG-CUENTA-NUM; la  **
      **   foto empieza a existir desde la puesta en marcha de      **
      **   PBNKEO (fechas anteriores responden SIN FOTO).           **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
           MOVE SPACES TO SDLIN2O.
           INSPECT FECHASDI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FECHASDI TO WS-FECHA-CONSULTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-CONSULTA), ISO)
               INTO :WS-DUMMY-FECHA
               FROM SYSIBM.SYSDUMMY1
      *================================================================*
       3000-MOSTRAR-SALDOS.
           MOVE CG-M-USER TO HV-USUARIO-SEOD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO_CIERRE INTO :HV-SALDO-SEOD
               FROM IBMUSER.SALDOS_EOD
               WHERE USUARIO = :HV-USUARIO-SEOD

           IF CG-CUENTA-NUM NOT = SPACES
               MOVE CG-CUENTA-NUM TO HV-CUENTA-SEOD
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT SALDO_CIERRE INTO :HV-SALDO-SEOD
                   FROM IBMUSER.SALDOS_EOD
                   WHERE CUENTA_NUM = :HV-CUENTA-SEOD
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-CERTIFICACION.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CERTIFICADOS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
