      ** - PF5 consulta la custodia vigente. La conversion a        **
      **   cuenta comun a la mayoria de edad la hace                **
      **   BATCH/PBNKMY.cbl, con aviso a ambas partes.              **
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
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
      *================================================================*
       7100-LEER-MENOR.
           MOVE USRMENORI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO,
                    CHAR(FECHA_NACIMIENTO, ISO), USUARIO_CUSTODIO
               INTO :HV-NOMBRE, :HV-ESTADO, :HV-FECHA-NAC-CLI,

       7200-LEER-CUSTODIO.
           MOVE CUSTODIOI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
      * DATE() valida el formato; ademas debe ser pasada.
       7300-VALIDAR-FECHA-PASADA.
           MOVE FECHANACI TO HV-FECHA-NAC-CLI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT 1 INTO :WS-DUMMY-UNO
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:HV-FECHA-NAC-CLI) < CURRENT DATE
           MOVE USRMENORI TO HV-USUARIO.
           MOVE CUSTODIOI TO HV-CUSTODIO-CLI.
           MOVE FECHANACI TO HV-FECHA-NAC-CLI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET FECHA_NACIMIENTO = DATE(:HV-FECHA-NAC-CLI),
                   USUARIO_CUSTODIO = :HV-CUSTODIO-CLI
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

       COPY CPYRTMP.
