      ** - Muestra hasta 4 mandatos vigentes. El cobro contra los   **
      **   mandatos lo hace BATCH/PBNKMC.cbl con el archivo de      **
      **   reclamos del biller.                                     **
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
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
               MOVE WS-ID-REVOCAR TO HV-ID-MAND
               MOVE CG-M-USER     TO HV-USUARIO-MAND
      * Solo se revoca un mandato propio y vigente.
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.MANDATOS
                   SET ESTADO = 'R'
                   WHERE ID_MANDATO = :HV-ID-MAND
                 AND ESTADO = 'A'
               ORDER BY ID_MANDATO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-MANDATOS END-EXEC.

       7010-FETCH-MANDATO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-MANDATOS
               INTO :HV-ID-MAND, :HV-BILLER-MAND, :HV-CUENTA-MAND,
                    :HV-TOPE-MAND, :HV-VIG-HASTA-MAND
           END-EXEC.

       7020-CERRAR-CURSOR-MANDATOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-MANDATOS END-EXEC.

       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER TO HV-USUARIO-CTA.
           MOVE CUENTAMI  TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           MOVE CUENTAMI       TO HV-CUENTA-MAND.
           MOVE WS-TOPE-DECIMAL TO HV-TOPE-MAND.
           MOVE WS-FECHA-ISO   TO HV-VIG-HASTA-MAND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MANDATOS
               (BILLER, USUARIO, CUENTA_NUM, TOPE_MONTO,
                VIGENCIA_DESDE, VIGENCIA_HASTA, ESTADO, FECHA_ALTA)
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-PAGO-SERVICIOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-PAGO-SERVICIOS)
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
       COPY CPYRTMP.
