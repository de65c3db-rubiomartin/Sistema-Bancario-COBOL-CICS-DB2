      ** - Los consumidores son las rutinas de dia habil de         **
      **   COPYS/CPYFERP.cbl (BATCH/PBNKS, BATCH/PBNKV, PBNKT,      **
      **   PBNKN).                                                  **
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
               MOVE WS-FECHA-ISO TO HV-FECHA-FERI
               INSPECT DESCFI REPLACING ALL LOW-VALUES BY SPACES
               MOVE DESCFI TO HV-DESCRIPCION-FERI
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.FERIADOS
                   (FECHA, DESCRIPCION)
                   VALUES (DATE(:HV-FECHA-FERI),
           PERFORM 2300-VALIDAR-FECHA.
           IF NOT FECHA-INVALIDA
               MOVE WS-FECHA-ISO TO HV-FECHA-FERI
               PERFORM 9591-CONTAR-SQL
               EXEC SQL DELETE FROM IBMUSER.FERIADOS
                   WHERE FECHA = DATE(:HV-FECHA-FERI)
               END-EXEC
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
