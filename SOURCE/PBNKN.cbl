      **   muestra los datos del plan vigente. PF5 lo cancela         **
      **   (ESTADO='C'), liberando la cuenta para un plan nuevo.       **
      ** - PF3 vuelve al menu sin modificar nada.                     **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY CICSATTR.
       COPY CPYVALWD.
       COPY CPYFERW.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
      *================================================================*
       7000-LEER-PLAN-ACTIVO-DB2.
           MOVE CG-CUENTA-NUM TO HV-CUENTA-RETP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_RETIRO_PROG, USUARIO, CUENTA_NUM,
                    MONTO_TOTAL, MONTO_CUOTA, FRECUENCIA_DIAS,
                    SALDO_PENDIENTE, FECHA_PROXIMA, ESTADO,
           END-EXEC.

       7150-VERIFICAR-PRIMER-VENC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE
               + :HV-FRECUENCIA-DIAS DAYS, ISO)
               INTO :WS-FER-FECHA
           PERFORM 9860-ES-DIA-HABIL.

       7100-INSERTAR-PLAN-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RETIROS_PROGRAMADOS
               (USUARIO, CUENTA_NUM, MONTO_TOTAL, MONTO_CUOTA,
                FRECUENCIA_DIAS, SALDO_PENDIENTE, FECHA_PROXIMA,
           END-EXEC.

       7200-CANCELAR-PLAN-DB2.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.RETIROS_PROGRAMADOS
               SET ESTADO = :HV-ESTADO-RETP
               WHERE ID_RETIRO_PROG = :HV-ID-RETIRO-PROG
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-BARRIDOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-BARRIDOS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9060-IR-A-ADELANTO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-ADELANTO)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9070-IR-A-CUENTA-COBRO.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CUENTA-COBRO)
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
       COPY CPYVALPD.

       COPY CPYFERP.
       COPY CPYRTMP.
